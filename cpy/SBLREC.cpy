      *
      * STMTBAL statement balance-forward record.  One record per
      * account, written by ACCTSTMT at each month-end statement
      * run with the closing position the statement printed and
      * the statement date; the next run prints it as the
      * account's opening position and statements every item
      * posted after that date.  The run writes the new file to
      * STMTBALN and the month-end job swaps it in only when every
      * statement agreed with ACCTFILE.
      *
       01  STATEMENT-BALANCE-RECORD.
           05  SBL-BRANCH-CODE         PIC X(5).
           05  SBL-ACCOUNT-NO          PIC X(6).
           05  SBL-STATEMENT-DATE      PIC 9(8).
           05  SBL-CLOSING-COUNT       PIC 9(7).
           05  SBL-CLOSING-TOTAL       PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
