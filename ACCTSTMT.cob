       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
      *
      * Month-end customer account activity statements.  Run in the
      * MTHEND job once TXNPROC has posted the month-end close: the
      * statement date is the business date on the RUNPARM card, and
      * the period runs from the day after the last statement date
      * on the STMTBAL balance-forward file up to and including it.
      * Every item on the ITEMHIST posted-item history that posted
      * in the period (and was not backed out by CYCBKOUT) and every
      * BRCONSOL consolidation transfer journalled to ACCTJRNL in
      * the period is sorted by branch, account and posting date.
      * Each account with activity gets a statement on ASTMTOUT: its
      * opening position from STMTBAL, every item in date order with
      * reversals, adjustments and prior-period items called out,
      * and its closing position, which must agree with the
      * account's ACCTFILE position.  Any account that does not
      * agree -- and any quiet account whose ACCTFILE position has
      * moved with no activity to show for it -- goes on the
      * STMTOOB out-of-balance listing.
      *
      * The new balance-forward file is written to STMTBALN with
      * the statement date: the closing position of every account
      * statemented, and every other STMTBAL account carried
      * forward unchanged.  On the first run there is no STMTBAL;
      * the period starts at the beginning of the month, each
      * account's opening is its ACCTFILE position less the
      * period's activity, and every ACCTFILE account is seeded.
      * Items posted without an account number are not statemented.
      * RC=12 when any account is out of balance (the job then
      * leaves STMTBALN for operations to review), RC=20 when a
      * required file will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT STATEMENT-BALANCE-FILE ASSIGN TO STMTBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBL-FILE-STATUS.

           SELECT NEW-STATEMENT-BALANCE-FILE ASSIGN TO STMTBALN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSBL-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO ASTMTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OUT-OF-BALANCE-FILE ASSIGN TO STMTOOB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOB-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-RUN-MODE            PIC X.
           05  PRM-CYCLE-NUMBER        PIC 9(2).

       FD  STATEMENT-BALANCE-FILE
           RECORDING MODE IS F.
       01  STATEMENT-BALANCE-FILE-RECORD  PIC X(42).

       FD  NEW-STATEMENT-BALANCE-FILE
           RECORDING MODE IS F.
       01  NEW-STATEMENT-BALANCE-RECORD   PIC X(42).

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       COPY PIHREC.

       FD  ACCOUNT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY AJRREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACMREC.

       FD  STATEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-REPORT-RECORD        PIC X(132).

       FD  OUT-OF-BALANCE-FILE
           RECORDING MODE IS F.
       01  OUT-OF-BALANCE-RECORD          PIC X(132).

      * One statement line to be: a posted item, or one side of a
      * consolidation transfer (cycle and sequence zero).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH-CODE         PIC X(5).
           05  SRT-ACCOUNT-NO          PIC X(6).
           05  SRT-POST-DATE           PIC 9(8).
           05  SRT-CYCLE-NUMBER        PIC 9(2).
           05  SRT-ITEM-SEQUENCE       PIC 9(9).
           05  SRT-ENTRY-KIND          PIC X.
               88  SRT-IS-ITEM                 VALUE "I".
               88  SRT-IS-TRANSFER-IN          VALUE "T".
               88  SRT-IS-TRANSFER-OUT         VALUE "F".
           05  SRT-TYPE-CODE           PIC X.
           05  SRT-AMOUNT              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  SRT-ITEM-COUNT          PIC 9(7).
           05  SRT-EFFECTIVE-DATE      PIC 9(8).
           05  SRT-PRIOR-PERIOD-IND    PIC X.

       WORKING-STORAGE SECTION.
      * A balance-forward record as read from STMTBAL or as built
      * for STMTBALN.
       COPY SBLREC.

      * Balance-forward positions: every STMTBAL account, plus each
      * account first statemented in this run, plus (on the first
      * run) every ACCTFILE account.  The whole table becomes
      * STMTBALN at the end of the run.
       01  WS-SBT-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-SBT-TABLE.
           05  WS-SBT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SBT-TOTAL-ENTRIES
                   INDEXED BY WS-SBT-IDX.
               10  WS-SBT-BRANCH-CODE      PIC X(5).
               10  WS-SBT-ACCOUNT-NO       PIC X(6).
               10  WS-SBT-COUNT            PIC 9(7).
               10  WS-SBT-TOTAL            PIC S9(13)V99 COMP-3.
               10  WS-SBT-STATEMENTED      PIC X.

       01  WS-STM-TITLE-LINE.
           05  FILLER                  PIC X(39) VALUE
               "ACCOUNT ACTIVITY STATEMENTS  STATEMENT ".
           05  FILLER                  PIC X(5) VALUE "DATE ".
           05  STM-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(20) VALUE
               "  ITEMS POSTED AFTER".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  STM-TITLE-AFTER-DATE    PIC 9(8).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-STM-ACCOUNT-LINE.
           05  FILLER                  PIC X(7) VALUE "BRANCH ".
           05  STM-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  STM-ACCOUNT-NO          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-ACCOUNT-NAME        PIC X(30).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-STM-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "  POSTED    CY  EFFECTIVE  ENTRY".
           05  FILLER                  PIC X(44) VALUE
               "   ITEMS                AMOUNT  NOTE".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-STM-POSITION-LINE.
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  STM-POS-LABEL           PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  STM-POS-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-POS-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-POS-NOTE            PIC X(20).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-STM-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-POST-DATE           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-CYCLE-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STM-ENTRY-DESC          PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  STM-ITEM-COUNT          PIC ZZZZZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  STM-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-NOTE                PIC X(20).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-STM-TOTAL-LINE-1.
           05  FILLER                  PIC X(22) VALUE
               "ACCOUNTS STATEMENTED: ".
           05  STM-TOT-ACCOUNTS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  ITEMS LISTED: ".
           05  STM-TOT-ITEMS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  TRANSFERS: ".
           05  STM-TOT-TRANSFERS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-STM-TOTAL-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "ACCOUNTS CARRIED FWD: ".
           05  STM-TOT-CARRIED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  OUT OF BAL:   ".
           05  STM-TOT-OOB             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  NO ACCT NO: ".
           05  STM-TOT-NO-ACCOUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-OOB-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "ACCOUNT STATEMENTS OUT OF BALANCE WITH A".
           05  FILLER                  PIC X(15) VALUE
               "CCTFILE  DATE ".
           05  OOB-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-OOB-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH ACCOUNT   ITEMS      STATEMENT CLOSIN".
           05  FILLER                  PIC X(44) VALUE
               "G    ITEMS         ACCTFILE TOTAL".
           05  FILLER                  PIC X(44) VALUE
               "  DIFFERENCE  ACTIVITY".

       01  WS-OOB-DETAIL-LINE.
           05  OOB-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-ACCOUNT-NO          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-STMT-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-STMT-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-ACCT-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-ACCT-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-DIFFERENCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OOB-ACTIVITY            PIC X(11).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-OOB-TOTAL-LINE.
           05  FILLER                  PIC X(28) VALUE
               "ACCOUNTS OUT OF BALANCE:    ".
           05  OOB-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-STMT-DATE                PIC 9(8) VALUE 0.
       01  WS-LAST-STMT-DATE           PIC 9(8) VALUE 0.
       01  WS-FIRST-RUN-FLAG           PIC 9 VALUE 0.

       01  WS-CUR-BRANCH-CODE          PIC X(5) VALUE SPACES.
       01  WS-CUR-ACCOUNT-NO           PIC X(6) VALUE SPACES.
       01  WS-CUR-OPEN-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-CUR-OPEN-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-MOVE-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-CUR-MOVE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-CLOSE-COUNT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-CUR-CLOSE-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-ACCT-COUNT           PIC 9(7) VALUE 0.
       01  WS-CUR-ACCT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-DIFFERENCE           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-ACTIVITY             PIC X(11) VALUE SPACES.

      * The current account's sorted activity, held while its
      * opening position is worked out.
       01  WS-ITL-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-ITL-OVERFLOW-FLAG           PIC 9 VALUE 0.
       01  WS-ITEM-LIST-TABLE.
           05  WS-ITL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ITL-TOTAL-ENTRIES
                   INDEXED BY WS-ITL-IDX.
               10  WS-ITL-RECORD           PIC X(64).

       01  WS-STATEMENTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-ITEMS-LISTED             PIC 9(9) VALUE 0.
       01  WS-TRANSFERS-LISTED         PIC 9(7) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-OOB-COUNT                PIC 9(7) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT         PIC 9(7) VALUE 0.

       01  WS-ACCOUNT-FILE-FLAG        PIC 9 VALUE 0.
       01  WS-ACCOUNT-MASTER-FLAG      PIC 9 VALUE 0.
       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-OOB-FLAG                 PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-SBL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NSBL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-OOB-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-SBL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-SBL-EOF                      VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-EOF                     VALUE 'Y'.
       01  WS-AJR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-AJR-EOF                      VALUE 'Y'.
       01  WS-ACC-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-ACC-EOF                      VALUE 'Y'.
       01  WS-RETURN-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RETURN-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1200-LOAD-STATEMENT-BALANCES
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1300-OPEN-FILES
           END-IF

           IF WS-FATAL-FLAG = 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BRANCH-CODE
                                    SRT-ACCOUNT-NO
                                    SRT-POST-DATE
                                    SRT-CYCLE-NUMBER
                                    SRT-ITEM-SEQUENCE
                   INPUT PROCEDURE IS 2000-RELEASE-PERIOD-ACTIVITY
                   OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 4000-CHECK-QUIET-ACCOUNTS
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-FIRST-RUN-FLAG = 1
               PERFORM 4500-SEED-FROM-ACCOUNT-FILE
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 5000-WRITE-STATEMENT-BALANCES
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The statement date is the business date of the month-end
      *    posting run, taken from the same RUNPARM card.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: run parameter file is empty, "
                           "no statement date"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-STMT-DATE
                       ELSE
                           DISPLAY "ERROR: invalid run parameter "
                               "card " PARAMETER-RECORD
                           SET WS-FATAL-FLAG TO 1
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "ERROR: unable to open run parameter file, "
                   "status " WS-PRM-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1200-LOAD-STATEMENT-BALANCES.
      *    STMTBAL is absent only before the first statement run;
      *    the period then starts at the beginning of the month.
           OPEN INPUT STATEMENT-BALANCE-FILE
           IF WS-SBL-FILE-STATUS = "00"
               PERFORM UNTIL WS-SBL-EOF OR WS-FATAL-FLAG = 1
                   READ STATEMENT-BALANCE-FILE
                           INTO STATEMENT-BALANCE-RECORD
                       AT END
                           SET WS-SBL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-LOAD-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-BALANCE-FILE
           ELSE
               IF WS-SBL-FILE-STATUS = "35"
                   DISPLAY "WARNING: statement balance file absent, "
                       "first statement run -- openings derived "
                       "from ACCTFILE"
                   MOVE 1 TO WS-FIRST-RUN-FLAG
               ELSE
                   DISPLAY "ERROR: unable to open statement balance "
                       "file, status " WS-SBL-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-FIRST-RUN-FLAG = 0
               IF WS-LAST-STMT-DATE = 0
                   DISPLAY "WARNING: statement balance file is "
                       "empty, first statement run -- openings "
                       "derived from ACCTFILE"
                   MOVE 1 TO WS-FIRST-RUN-FLAG
               END-IF
           END-IF

           IF WS-FATAL-FLAG = 0
               IF WS-FIRST-RUN-FLAG = 1
                   COMPUTE WS-LAST-STMT-DATE =
                       (WS-STMT-DATE / 100) * 100
               ELSE
                   IF WS-LAST-STMT-DATE NOT < WS-STMT-DATE
                       DISPLAY "ERROR: statement date " WS-STMT-DATE
                           " is not after the last statement date "
                           WS-LAST-STMT-DATE
                       SET WS-FATAL-FLAG TO 1
                   END-IF
               END-IF
           END-IF.

       1210-LOAD-ONE-BALANCE.
           IF WS-SBT-TOTAL-ENTRIES = 20000
               DISPLAY "ERROR: statement balance table full, "
                   "more than 20000 accounts"
               SET WS-FATAL-FLAG TO 1
           ELSE
               ADD 1 TO WS-SBT-TOTAL-ENTRIES
               SET WS-SBT-IDX TO WS-SBT-TOTAL-ENTRIES
               MOVE SBL-BRANCH-CODE TO WS-SBT-BRANCH-CODE(WS-SBT-IDX)
               MOVE SBL-ACCOUNT-NO TO WS-SBT-ACCOUNT-NO(WS-SBT-IDX)
               MOVE SBL-CLOSING-COUNT TO WS-SBT-COUNT(WS-SBT-IDX)
               MOVE SBL-CLOSING-TOTAL TO WS-SBT-TOTAL(WS-SBT-IDX)
               MOVE "N" TO WS-SBT-STATEMENTED(WS-SBT-IDX)
               IF SBL-STATEMENT-DATE > WS-LAST-STMT-DATE
                   MOVE SBL-STATEMENT-DATE TO WS-LAST-STMT-DATE
               END-IF
           END-IF.

       1300-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACC-FILE-STATUS = "00"
               MOVE 1 TO WS-ACCOUNT-FILE-FLAG
           ELSE
               DISPLAY "ERROR: unable to open account file, status "
                   WS-ACC-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACM-FILE-STATUS = "00"
               MOVE 1 TO WS-ACCOUNT-MASTER-FLAG
           ELSE
               IF WS-ACM-FILE-STATUS = "35"
                   DISPLAY "WARNING: account master absent, "
                       "statements printed without names"
               ELSE
                   DISPLAY "ERROR: unable to open account master, "
                       "status " WS-ACM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open statement report, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           OPEN OUTPUT OUT-OF-BALANCE-FILE
           IF WS-OOB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open out-of-balance "
                   "listing, status " WS-OOB-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0
               MOVE WS-STMT-DATE TO STM-TITLE-DATE
               MOVE WS-LAST-STMT-DATE TO STM-TITLE-AFTER-DATE
               MOVE WS-STM-TITLE-LINE TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
               MOVE SPACES TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD

               MOVE WS-STMT-DATE TO OOB-TITLE-DATE
               MOVE WS-OOB-TITLE-LINE TO OUT-OF-BALANCE-RECORD
               WRITE OUT-OF-BALANCE-RECORD
               MOVE WS-OOB-COLUMN-LINE TO OUT-OF-BALANCE-RECORD
               WRITE OUT-OF-BALANCE-RECORD
           END-IF.

       2000-RELEASE-PERIOD-ACTIVITY.
      *    The posted-item history and the account journal may be
      *    absent before the first posting run that writes them;
      *    there is then simply no activity from that source.
           OPEN INPUT POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-EOF
                   READ POSTED-ITEM-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-RELEASE-POSTED-ITEM
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-FILE
           ELSE
               IF WS-ITEM-FILE-STATUS = "35"
                   DISPLAY "WARNING: posted-item history absent, "
                       "no items to statement"
               ELSE
                   DISPLAY "ERROR: unable to open posted-item "
                       "history, status " WS-ITEM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-JOURNAL-FILE
           IF WS-AJR-FILE-STATUS = "00"
               PERFORM UNTIL WS-AJR-EOF
                   READ ACCOUNT-JOURNAL-FILE
                       AT END
                           SET WS-AJR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2200-RELEASE-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-JOURNAL-FILE
           ELSE
               IF WS-AJR-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open account journal, "
                       "status " WS-AJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2100-RELEASE-POSTED-ITEM.
      *    Items CYCBKOUT backed out never reached the account for
      *    good, so they are left off the statement.
           IF PIH-RUN-DATE > WS-LAST-STMT-DATE
               AND PIH-RUN-DATE NOT > WS-STMT-DATE
               AND NOT PIH-IS-BACKED-OUT
               IF PIH-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               ELSE
                   MOVE PIH-BRANCH-CODE TO SRT-BRANCH-CODE
                   MOVE PIH-ACCOUNT-NO TO SRT-ACCOUNT-NO
                   MOVE PIH-RUN-DATE TO SRT-POST-DATE
                   MOVE PIH-CYCLE-NUMBER TO SRT-CYCLE-NUMBER
                   MOVE PIH-ITEM-SEQUENCE TO SRT-ITEM-SEQUENCE
                   SET SRT-IS-ITEM TO TRUE
                   MOVE PIH-TYPE-CODE TO SRT-TYPE-CODE
                   MOVE PIH-AMOUNT TO SRT-AMOUNT
                   MOVE 1 TO SRT-ITEM-COUNT
                   MOVE PIH-EFFECTIVE-DATE TO SRT-EFFECTIVE-DATE
                   MOVE PIH-PRIOR-PERIOD-IND TO SRT-PRIOR-PERIOD-IND
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

       2200-RELEASE-TRANSFER.
      *    A consolidation moves the whole position: the closed
      *    branch's record takes it off ("N"), the survivor's puts
      *    it on ("Y").
           IF AJR-FROM-CONSOLIDATION
               AND AJR-RUN-DATE > WS-LAST-STMT-DATE
               AND AJR-RUN-DATE NOT > WS-STMT-DATE
               MOVE AJR-BRANCH-CODE TO SRT-BRANCH-CODE
               MOVE AJR-ACCOUNT-NO TO SRT-ACCOUNT-NO
               MOVE AJR-RUN-DATE TO SRT-POST-DATE
               MOVE AJR-CYCLE-NUMBER TO SRT-CYCLE-NUMBER
               MOVE 0 TO SRT-ITEM-SEQUENCE
               IF AJR-NEW-ACCOUNT-IND = "Y"
                   SET SRT-IS-TRANSFER-IN TO TRUE
               ELSE
                   SET SRT-IS-TRANSFER-OUT TO TRUE
               END-IF
               MOVE SPACES TO SRT-TYPE-CODE
               MOVE AJR-NET-AMOUNT TO SRT-AMOUNT
               MOVE AJR-ITEM-COUNT TO SRT-ITEM-COUNT
               MOVE AJR-RUN-DATE TO SRT-EFFECTIVE-DATE
               MOVE SPACES TO SRT-PRIOR-PERIOD-IND
               RELEASE SORT-RECORD
           END-IF.

       3000-PRINT-STATEMENTS.
      *    The sorted activity arrives grouped by account.  Each
      *    account's lines are held until the account changes so
      *    the opening can print ahead of them.
           PERFORM UNTIL WS-RETURN-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       IF SRT-BRANCH-CODE NOT = WS-CUR-BRANCH-CODE
                           OR SRT-ACCOUNT-NO NOT = WS-CUR-ACCOUNT-NO
                           IF WS-CUR-ACCOUNT-NO NOT = SPACES
                               PERFORM 3100-FINISH-ACCOUNT
                           END-IF
                           MOVE SRT-BRANCH-CODE TO WS-CUR-BRANCH-CODE
                           MOVE SRT-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
                           MOVE 0 TO WS-CUR-MOVE-COUNT
                           MOVE 0 TO WS-CUR-MOVE-TOTAL
                           MOVE 0 TO WS-ITL-TOTAL-ENTRIES
                           MOVE 0 TO WS-ITL-OVERFLOW-FLAG
                       END-IF
                       PERFORM 3050-HOLD-ACTIVITY-LINE
               END-RETURN
           END-PERFORM

           IF WS-CUR-ACCOUNT-NO NOT = SPACES
               PERFORM 3100-FINISH-ACCOUNT
           END-IF.

       3050-HOLD-ACTIVITY-LINE.
           EVALUATE TRUE
               WHEN SRT-IS-ITEM
                   ADD 1 TO WS-CUR-MOVE-COUNT
                   ADD 1 TO WS-ITEMS-LISTED
               WHEN SRT-IS-TRANSFER-IN
                   ADD SRT-ITEM-COUNT TO WS-CUR-MOVE-COUNT
                   ADD 1 TO WS-TRANSFERS-LISTED
               WHEN SRT-IS-TRANSFER-OUT
                   SUBTRACT SRT-ITEM-COUNT FROM WS-CUR-MOVE-COUNT
                   ADD 1 TO WS-TRANSFERS-LISTED
           END-EVALUATE
           ADD SRT-AMOUNT TO WS-CUR-MOVE-TOTAL

           IF WS-ITL-TOTAL-ENTRIES = 2000
               MOVE 1 TO WS-ITL-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-ITL-TOTAL-ENTRIES
               MOVE SORT-RECORD TO WS-ITL-RECORD(WS-ITL-TOTAL-ENTRIES)
           END-IF.

       3100-FINISH-ACCOUNT.
      *    Opening from the balance-forward table; an account not
      *    on it is new since the last statement and opens at zero,
      *    except on the first run, when the opening is whatever
      *    ACCTFILE held before the period's activity.
           PERFORM 3110-READ-ACCOUNT-POSITION

           SET WS-SBT-IDX TO 1
           SEARCH WS-SBT-ENTRY
               AT END
                   PERFORM 3120-ADD-BALANCE-ENTRY
               WHEN WS-SBT-BRANCH-CODE(WS-SBT-IDX) = WS-CUR-BRANCH-CODE
                   AND WS-SBT-ACCOUNT-NO(WS-SBT-IDX) =
                       WS-CUR-ACCOUNT-NO
                   MOVE WS-SBT-COUNT(WS-SBT-IDX) TO WS-CUR-OPEN-COUNT
                   MOVE WS-SBT-TOTAL(WS-SBT-IDX) TO WS-CUR-OPEN-TOTAL
           END-SEARCH

           IF WS-FATAL-FLAG = 0
               COMPUTE WS-CUR-CLOSE-COUNT =
                   WS-CUR-OPEN-COUNT + WS-CUR-MOVE-COUNT
               COMPUTE WS-CUR-CLOSE-TOTAL =
                   WS-CUR-OPEN-TOTAL + WS-CUR-MOVE-TOTAL
               MOVE WS-CUR-CLOSE-COUNT TO WS-SBT-COUNT(WS-SBT-IDX)
               MOVE WS-CUR-CLOSE-TOTAL TO WS-SBT-TOTAL(WS-SBT-IDX)
               MOVE "Y" TO WS-SBT-STATEMENTED(WS-SBT-IDX)
               ADD 1 TO WS-STATEMENTED-COUNT
               PERFORM 3200-PRINT-ONE-STATEMENT
               MOVE "ACTIVITY" TO WS-CUR-ACTIVITY
               PERFORM 3300-CHECK-AGAINST-ACCOUNT
           END-IF.

       3110-READ-ACCOUNT-POSITION.
      *    An account with no ACCTFILE position -- one moved away
      *    by a consolidation -- holds nothing.
           MOVE WS-CUR-BRANCH-CODE TO ACC-BRANCH-CODE
           MOVE WS-CUR-ACCOUNT-NO TO ACC-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-CUR-ACCT-COUNT
                   MOVE 0 TO WS-CUR-ACCT-TOTAL
               NOT INVALID KEY
                   MOVE ACC-COUNT TO WS-CUR-ACCT-COUNT
                   MOVE ACC-TOTAL TO WS-CUR-ACCT-TOTAL
           END-READ.

       3120-ADD-BALANCE-ENTRY.
           IF WS-SBT-TOTAL-ENTRIES = 20000
               DISPLAY "ERROR: statement balance table full, "
                   "more than 20000 accounts"
               SET WS-FATAL-FLAG TO 1
           ELSE
               IF WS-FIRST-RUN-FLAG = 1
                   COMPUTE WS-CUR-OPEN-COUNT =
                       WS-CUR-ACCT-COUNT - WS-CUR-MOVE-COUNT
                   COMPUTE WS-CUR-OPEN-TOTAL =
                       WS-CUR-ACCT-TOTAL - WS-CUR-MOVE-TOTAL
               ELSE
                   MOVE 0 TO WS-CUR-OPEN-COUNT
                   MOVE 0 TO WS-CUR-OPEN-TOTAL
               END-IF
               ADD 1 TO WS-SBT-TOTAL-ENTRIES
               SET WS-SBT-IDX TO WS-SBT-TOTAL-ENTRIES
               MOVE WS-CUR-BRANCH-CODE TO
                   WS-SBT-BRANCH-CODE(WS-SBT-IDX)
               MOVE WS-CUR-ACCOUNT-NO TO
                   WS-SBT-ACCOUNT-NO(WS-SBT-IDX)
           END-IF.

       3200-PRINT-ONE-STATEMENT.
           MOVE WS-CUR-BRANCH-CODE TO STM-BRANCH-CODE
           MOVE WS-CUR-ACCOUNT-NO TO STM-ACCOUNT-NO
           MOVE SPACES TO STM-ACCOUNT-NAME
           IF WS-ACCOUNT-MASTER-FLAG = 1
               MOVE WS-CUR-BRANCH-CODE TO ACM-BRANCH-CODE
               MOVE WS-CUR-ACCOUNT-NO TO ACM-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON ACCOUNT MASTER ***" TO
                           STM-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE ACM-ACCOUNT-NAME TO STM-ACCOUNT-NAME
               END-READ
           END-IF
           MOVE WS-STM-ACCOUNT-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE WS-STM-COLUMN-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD

           MOVE "OPENING POSITION" TO STM-POS-LABEL
           MOVE WS-CUR-OPEN-COUNT TO STM-POS-COUNT
           MOVE WS-CUR-OPEN-TOTAL TO STM-POS-TOTAL
           IF WS-FIRST-RUN-FLAG = 1
               MOVE "FROM ACCTFILE" TO STM-POS-NOTE
           ELSE
               MOVE SPACES TO STM-POS-NOTE
           END-IF
           MOVE WS-STM-POSITION-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD

           PERFORM VARYING WS-ITL-IDX FROM 1 BY 1
                   UNTIL WS-ITL-IDX > WS-ITL-TOTAL-ENTRIES
               MOVE WS-ITL-RECORD(WS-ITL-IDX) TO SORT-RECORD
               PERFORM 3210-PRINT-ACTIVITY-LINE
           END-PERFORM
           IF WS-ITL-OVERFLOW-FLAG = 1
               DISPLAY "WARNING: account " WS-CUR-BRANCH-CODE " "
                   WS-CUR-ACCOUNT-NO " has more than 2000 lines, "
                   "statement listing truncated"
               MOVE SPACES TO WS-STM-DETAIL-LINE
               MOVE "*** MORE THAN 2000 LINES, LISTING TRUNCATED" TO
                   WS-STM-DETAIL-LINE
               MOVE WS-STM-DETAIL-LINE TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
           END-IF

           MOVE "CLOSING POSITION" TO STM-POS-LABEL
           MOVE WS-CUR-CLOSE-COUNT TO STM-POS-COUNT
           MOVE WS-CUR-CLOSE-TOTAL TO STM-POS-TOTAL
           IF WS-CUR-CLOSE-COUNT = WS-CUR-ACCT-COUNT
               AND WS-CUR-CLOSE-TOTAL = WS-CUR-ACCT-TOTAL
               MOVE "AGREES WITH ACCTFILE" TO STM-POS-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE" TO STM-POS-NOTE
           END-IF
           MOVE WS-STM-POSITION-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       3210-PRINT-ACTIVITY-LINE.
           MOVE SPACES TO WS-STM-DETAIL-LINE
           MOVE SRT-POST-DATE TO STM-POST-DATE
           MOVE SRT-CYCLE-NUMBER TO STM-CYCLE-NUMBER
           MOVE SRT-EFFECTIVE-DATE TO STM-EFFECTIVE-DATE
           MOVE SRT-AMOUNT TO STM-AMOUNT
           MOVE SPACES TO STM-NOTE
           EVALUATE TRUE
               WHEN SRT-IS-TRANSFER-IN
                   MOVE "TRANSFER IN" TO STM-ENTRY-DESC
                   MOVE SRT-ITEM-COUNT TO STM-ITEM-COUNT
                   MOVE "BRANCH CONSOLIDATION" TO STM-NOTE
               WHEN SRT-IS-TRANSFER-OUT
                   MOVE "TRANSFER OUT" TO STM-ENTRY-DESC
                   COMPUTE STM-ITEM-COUNT = 0 - SRT-ITEM-COUNT
                   MOVE "BRANCH CONSOLIDATION" TO STM-NOTE
               WHEN OTHER
                   MOVE 1 TO STM-ITEM-COUNT
                   EVALUATE SRT-TYPE-CODE
                       WHEN "D"
                           MOVE "DEPOSIT" TO STM-ENTRY-DESC
                       WHEN "W"
                           MOVE "WITHDRAWAL" TO STM-ENTRY-DESC
                       WHEN "R"
                           MOVE "REVERSAL" TO STM-ENTRY-DESC
                           MOVE "*** REVERSAL" TO STM-NOTE
                       WHEN "A"
                           MOVE "ADJUSTMENT" TO STM-ENTRY-DESC
                           MOVE "*** ADJUSTMENT" TO STM-NOTE
                       WHEN OTHER
                           MOVE "UNKNOWN TYPE" TO STM-ENTRY-DESC
                   END-EVALUATE
                   IF SRT-PRIOR-PERIOD-IND = "Y"
                       MOVE "*** PRIOR PERIOD" TO STM-NOTE
                   END-IF
           END-EVALUATE
           MOVE WS-STM-DETAIL-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       3300-CHECK-AGAINST-ACCOUNT.
      *    The statement's closing position must be exactly what
      *    ACCTFILE holds for the account.
           IF WS-CUR-CLOSE-COUNT NOT = WS-CUR-ACCT-COUNT
               OR WS-CUR-CLOSE-TOTAL NOT = WS-CUR-ACCT-TOTAL
               COMPUTE WS-CUR-DIFFERENCE =
                   WS-CUR-CLOSE-TOTAL - WS-CUR-ACCT-TOTAL
               MOVE WS-CUR-BRANCH-CODE TO OOB-BRANCH-CODE
               MOVE WS-CUR-ACCOUNT-NO TO OOB-ACCOUNT-NO
               MOVE WS-CUR-CLOSE-COUNT TO OOB-STMT-COUNT
               MOVE WS-CUR-CLOSE-TOTAL TO OOB-STMT-TOTAL
               MOVE WS-CUR-ACCT-COUNT TO OOB-ACCT-COUNT
               MOVE WS-CUR-ACCT-TOTAL TO OOB-ACCT-TOTAL
               MOVE WS-CUR-DIFFERENCE TO OOB-DIFFERENCE
               MOVE WS-CUR-ACTIVITY TO OOB-ACTIVITY
               MOVE WS-OOB-DETAIL-LINE TO OUT-OF-BALANCE-RECORD
               WRITE OUT-OF-BALANCE-RECORD
               ADD 1 TO WS-OOB-COUNT
               MOVE 1 TO WS-OOB-FLAG
               DISPLAY "WARNING: account " WS-CUR-BRANCH-CODE " "
                   WS-CUR-ACCOUNT-NO " statement does not agree "
                   "with ACCTFILE"
           END-IF.

       4000-CHECK-QUIET-ACCOUNTS.
      *    An account with no activity this period is carried
      *    forward unchanged, so its ACCTFILE position must not
      *    have moved either.
           PERFORM VARYING WS-SBT-IDX FROM 1 BY 1
                   UNTIL WS-SBT-IDX > WS-SBT-TOTAL-ENTRIES
               IF WS-SBT-STATEMENTED(WS-SBT-IDX) = "N"
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE WS-SBT-BRANCH-CODE(WS-SBT-IDX) TO
                       WS-CUR-BRANCH-CODE
                   MOVE WS-SBT-ACCOUNT-NO(WS-SBT-IDX) TO
                       WS-CUR-ACCOUNT-NO
                   MOVE WS-SBT-COUNT(WS-SBT-IDX) TO WS-CUR-CLOSE-COUNT
                   MOVE WS-SBT-TOTAL(WS-SBT-IDX) TO WS-CUR-CLOSE-TOTAL
                   PERFORM 3110-READ-ACCOUNT-POSITION
                   MOVE "NO ACTIVITY" TO WS-CUR-ACTIVITY
                   PERFORM 3300-CHECK-AGAINST-ACCOUNT
               END-IF
           END-PERFORM.

       4500-SEED-FROM-ACCOUNT-FILE.
      *    First run: every ACCTFILE account without activity this
      *    period starts the balance-forward file at its current
      *    position.
           MOVE LOW-VALUES TO ACC-ACCOUNT-KEY
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-ACCOUNT-KEY
               INVALID KEY
                   SET WS-ACC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACC-EOF OR WS-FATAL-FLAG = 1
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-ACC-EOF TO TRUE
                   NOT AT END
                       PERFORM 4510-SEED-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       4510-SEED-ONE-ACCOUNT.
           SET WS-SBT-IDX TO 1
           SEARCH WS-SBT-ENTRY
               AT END
                   IF WS-SBT-TOTAL-ENTRIES = 20000
                       DISPLAY "ERROR: statement balance table full, "
                           "more than 20000 accounts"
                       SET WS-FATAL-FLAG TO 1
                   ELSE
                       ADD 1 TO WS-SBT-TOTAL-ENTRIES
                       SET WS-SBT-IDX TO WS-SBT-TOTAL-ENTRIES
                       MOVE ACC-BRANCH-CODE TO
                           WS-SBT-BRANCH-CODE(WS-SBT-IDX)
                       MOVE ACC-ACCOUNT-NO TO
                           WS-SBT-ACCOUNT-NO(WS-SBT-IDX)
                       MOVE ACC-COUNT TO WS-SBT-COUNT(WS-SBT-IDX)
                       MOVE ACC-TOTAL TO WS-SBT-TOTAL(WS-SBT-IDX)
                       MOVE "N" TO WS-SBT-STATEMENTED(WS-SBT-IDX)
                       ADD 1 TO WS-CARRIED-COUNT
                   END-IF
               WHEN WS-SBT-BRANCH-CODE(WS-SBT-IDX) = ACC-BRANCH-CODE
                   AND WS-SBT-ACCOUNT-NO(WS-SBT-IDX) = ACC-ACCOUNT-NO
                   CONTINUE
           END-SEARCH.

       5000-WRITE-STATEMENT-BALANCES.
      *    Every position goes forward under the new statement date.
      *    An account closed out to nothing by a consolidation has
      *    no position left to carry and is dropped.
           OPEN OUTPUT NEW-STATEMENT-BALANCE-FILE
           IF WS-NSBL-FILE-STATUS = "00"
               PERFORM VARYING WS-SBT-IDX FROM 1 BY 1
                       UNTIL WS-SBT-IDX > WS-SBT-TOTAL-ENTRIES
                   IF WS-SBT-COUNT(WS-SBT-IDX) NOT = 0
                       OR WS-SBT-TOTAL(WS-SBT-IDX) NOT = 0
                       MOVE WS-SBT-BRANCH-CODE(WS-SBT-IDX) TO
                           SBL-BRANCH-CODE
                       MOVE WS-SBT-ACCOUNT-NO(WS-SBT-IDX) TO
                           SBL-ACCOUNT-NO
                       MOVE WS-STMT-DATE TO SBL-STATEMENT-DATE
                       MOVE WS-SBT-COUNT(WS-SBT-IDX) TO
                           SBL-CLOSING-COUNT
                       MOVE WS-SBT-TOTAL(WS-SBT-IDX) TO
                           SBL-CLOSING-TOTAL
                       WRITE NEW-STATEMENT-BALANCE-RECORD
                           FROM STATEMENT-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE NEW-STATEMENT-BALANCE-FILE
           ELSE
               DISPLAY "ERROR: unable to open new statement balance "
                   "file, status " WS-NSBL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       9000-TERMINATE.
           IF WS-FATAL-FLAG = 0
               MOVE WS-STATEMENTED-COUNT TO STM-TOT-ACCOUNTS
               MOVE WS-ITEMS-LISTED TO STM-TOT-ITEMS
               MOVE WS-TRANSFERS-LISTED TO STM-TOT-TRANSFERS
               MOVE WS-STM-TOTAL-LINE-1 TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
               MOVE WS-CARRIED-COUNT TO STM-TOT-CARRIED
               MOVE WS-OOB-COUNT TO STM-TOT-OOB
               MOVE WS-NO-ACCOUNT-COUNT TO STM-TOT-NO-ACCOUNT
               MOVE WS-STM-TOTAL-LINE-2 TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD

               MOVE WS-OOB-COUNT TO OOB-TOT-COUNT
               MOVE WS-OOB-TOTAL-LINE TO OUT-OF-BALANCE-RECORD
               WRITE OUT-OF-BALANCE-RECORD
           END-IF

           IF WS-RPT-FILE-STATUS = "00"
               CLOSE STATEMENT-REPORT-FILE
           END-IF
           IF WS-OOB-FILE-STATUS = "00"
               CLOSE OUT-OF-BALANCE-FILE
           END-IF
           IF WS-ACCOUNT-FILE-FLAG = 1
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-ACCOUNT-MASTER-FLAG = 1
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           IF WS-NO-ACCOUNT-COUNT > 0
               DISPLAY "WARNING: " WS-NO-ACCOUNT-COUNT " items "
                   "posted without an account number, not "
                   "statemented"
           END-IF
           DISPLAY "ACCTSTMT ACCOUNTS STATEMENTED: "
               WS-STATEMENTED-COUNT
           DISPLAY "ACCTSTMT ACCOUNTS CARRIED:     " WS-CARRIED-COUNT
           DISPLAY "ACCTSTMT OUT OF BALANCE:       " WS-OOB-COUNT.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-OOB-FLAG = 1
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
