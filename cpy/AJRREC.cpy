      *
      * ACCTJRNL account-position change journal record.  One record
      * per account per posting run, written by TXNPROC as it folds
      * the run's activity into ACCTFILE: the items and net amount
      * the run added, the account's last-post date before the run,
      * and AJR-NEW-ACCOUNT-IND "Y" when the run created the
      * position.  Keyed by run date and cycle like CTLJRNL, and
      * the basis CYCBKOUT uses to take a backed-out cycle's
      * activity back out of ACCTFILE.  AJR-SOURCE-IND is "P" for
      * a posting run, "B" for the backout's own reversing
      * record of the same date/cycle, and "C" for a BRCONSOL
      * branch consolidation moving a closed branch's position to
      * its survivor -- one record taking the position off the
      * closed branch (net amount negated) and one putting it on
      * under the survivor, dated the consolidation's effective
      * date with cycle 00.
      *
       01  ACCOUNT-JOURNAL-RECORD.
           05  AJR-RUN-DATE            PIC 9(8).
           05  AJR-CYCLE-NUMBER        PIC 9(2).
           05  AJR-BRANCH-CODE         PIC X(5).
           05  AJR-ACCOUNT-NO          PIC X(6).
           05  AJR-ITEM-COUNT          PIC 9(7).
           05  AJR-NET-AMOUNT          PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  AJR-OLD-LAST-POST-DATE  PIC 9(8).
           05  AJR-NEW-ACCOUNT-IND     PIC X.
           05  AJR-SOURCE-IND          PIC X.
               88  AJR-FROM-POSTING            VALUE "P".
               88  AJR-FROM-BACKOUT            VALUE "B".
               88  AJR-FROM-CONSOLIDATION      VALUE "C".
