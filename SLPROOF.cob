       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLPROOF.
      *
      * Account sub-ledger to branch control proof.  Run in the
      * nightly TXNPROC job straight after the posting step, it
      * proves for every branch that the movement on the ACCTFILE
      * account positions, plus the items posted with no account
      * number, accounts for the branch's movement on CTLFILE and
      * for the CTLJRNL deltas journalled over the same period.
      *
      * The period comes from POSTDATE.  On an ordinary night it
      * runs from the last period close (the latest month-end or
      * year-end cycle) to the latest posted cycle, and the branch
      * side is the CTLFILE running count and net total.  On the
      * night of a close it runs from the close before to this
      * close, and the branch side is the MTD bucket the close has
      * just written, since the running figures are then back at
      * zero.  Each branch's ACCTFILE position at the start of the
      * period is its SLPBAL opening moved on (or back) by the
      * ACCTJRNL account journal between the opening's cycle and
      * the period start; the account movement is the current
      * ACCTFILE position less that.  Items posted without an
      * account number reach CTLFILE but no account and are held
      * in a per-branch suspense figure from the ITEMHIST posted-
      * item history; prior-period items reach the accounts but
      * not the running figures and are taken back out.  Items
      * CYCBKOUT backed out are ignored.
      *
      * A branch closed by consolidation is proved together with
      * the branch that took it over, since BRCONSOL moved its
      * accounts and its control balances across together.
      *
      * SLPRPT shows, per branch, the account movement, suspense,
      * prior-period items, the sub-ledger total, CTLFILE and
      * CTLJRNL, and the difference, for net amount and for items,
      * with the branch IN BALANCE, WITHIN TOL (net amounts off by
      * no more than the SLPPARM tolerance, item counts agreeing)
      * or OUT OF BAL.  The next openings go to SLPBALN as at the
      * last close.  On the first run there is no SLPBAL and each
      * opening is derived as the ACCTFILE position less the
      * period's account journal.  RC=12 when any branch is out of
      * balance, RC=4 when any is only within tolerance or the
      * openings were derived, RC=20 when a required file will not
      * open or no posting run is on record.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-PARAMETER-FILE ASSIGN TO SLPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPP-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO POSTDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-FILE-STATUS.

           SELECT PROOF-BALANCE-FILE ASSIGN TO SLPBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPB-FILE-STATUS.

           SELECT NEW-PROOF-BALANCE-FILE ASSIGN TO SLPBALN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSPB-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTL-BRANCH-CODE
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CONTROL-JOURNAL-FILE ASSIGN TO CTLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJR-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO SLPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROOF-PARAMETER-FILE
           RECORDING MODE IS F.
       01  PROOF-PARAMETER-RECORD.
           05  SPP-TOLERANCE           PIC 9(7)V99.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  POSTED-DATE-FILE
           RECORDING MODE IS F.
       01  POSTED-DATE-RECORD.
           05  PDT-POSTED-DATE         PIC 9(8).
           05  PDT-CYCLE-NUMBER        PIC 9(2).
           05  PDT-POSTED-COUNT        PIC 9(9).
           05  PDT-POSTED-TOTAL        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PDT-RUN-MODE            PIC X.

       FD  PROOF-BALANCE-FILE
           RECORDING MODE IS F.
       01  PROOF-BALANCE-FILE-RECORD      PIC X(41).

       FD  NEW-PROOF-BALANCE-FILE
           RECORDING MODE IS F.
       01  NEW-PROOF-BALANCE-RECORD       PIC X(41).

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY AJRREC.

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       COPY PIHREC.

       FD  CONTROL-FILE.
       COPY CTLREC.

       FD  CONTROL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CJRREC.

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F.
       01  PROOF-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
      * An opening record as read from SLPBAL or as built for
      * SLPBALN.
       COPY SPBREC.

      * One entry per branch: every BRANCHF branch, plus any code
      * met on the other files that BRANCHF does not know.  The
      * proof code is the branch the entry is proved under -- its
      * own code, or for a consolidated branch the survivor at the
      * end of its chain.  Opening figures are as at the entry's
      * opening key (run date * 100 + cycle); start figures are the
      * ACCTFILE position at the start of the period.
       01  WS-PRB-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-PRB-TABLE.
           05  WS-PRB-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PRB-TOTAL-ENTRIES
                   INDEXED BY WS-PRB-IDX.
               10  WS-PRB-BRANCH-CODE      PIC X(5).
               10  WS-PRB-REGION-CODE      PIC X(3).
               10  WS-PRB-SURVIVOR-CODE    PIC X(5).
               10  WS-PRB-PROOF-CODE       PIC X(5).
               10  WS-PRB-OPEN-KEY         PIC 9(10).
               10  WS-PRB-OPEN-FOUND       PIC X.
               10  WS-PRB-OPEN-COUNT       PIC S9(9) COMP-3.
               10  WS-PRB-OPEN-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-PRB-START-COUNT      PIC S9(9) COMP-3.
               10  WS-PRB-START-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-PRB-ACCT-COUNT       PIC S9(9) COMP-3.
               10  WS-PRB-ACCT-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-PRB-JBEF-COUNT       PIC S9(9) COMP-3.
               10  WS-PRB-JBEF-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-PRB-JPER-COUNT       PIC S9(9) COMP-3.
               10  WS-PRB-JPER-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-PRB-SUSP-COUNT       PIC S9(9) COMP-3.
               10  WS-PRB-SUSP-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-PRB-PRIOR-COUNT      PIC S9(9) COMP-3.
               10  WS-PRB-PRIOR-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-PRB-CTL-COUNT        PIC S9(9) COMP-3.
               10  WS-PRB-CTL-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-PRB-CJR-COUNT        PIC S9(9) COMP-3.
               10  WS-PRB-CJR-TOTAL        PIC S9(13)V99 COMP-3.

      * Hold area for the region-then-branch sort; the length of
      * one WS-PRB-ENTRY above.
       01  WS-PRB-HOLD-ENTRY              PIC X(146).

       01  WS-SORT-I                   PIC 9(5) VALUE 0.
       01  WS-SORT-J                   PIC 9(5) VALUE 0.
       01  WS-HOP-COUNT                PIC 9(3) VALUE 0.
       01  WS-LOOKUP-CODE              PIC X(5) VALUE SPACES.
       01  WS-RESOLVE-CODE             PIC X(5) VALUE SPACES.
       01  WS-RESOLVE-SWITCH           PIC X VALUE 'N'.
           88  WS-RESOLVE-DONE                 VALUE 'Y'.

       01  WS-SLP-TITLE-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "ACCOUNT SUB-LEDGER TO BRANCH CONTROL PRO".
           05  FILLER                  PIC X(17) VALUE
               "OF  LATEST CYCLE ".
           05  SLP-TITLE-LATEST-DATE   PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SLP-TITLE-LATEST-CYCLE  PIC 9(2).
           05  FILLER                  PIC X(15) VALUE
               "  PERIOD AFTER ".
           05  SLP-TITLE-START-DATE    PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SLP-TITLE-START-CYCLE   PIC 9(2).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  SLP-TITLE-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SLP-TITLE-END-CYCLE     PIC 9(2).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-SLP-TITLE-LINE-2.
           05  FILLER                  PIC X(14) VALUE
               "CONTROL SIDE: ".
           05  SLP-TITLE-CONTROL-SIDE  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "  TOLERANCE: ".
           05  SLP-TITLE-TOLERANCE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SLP-TITLE-OPENINGS      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-SLP-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH RGN LINE        ACCOUNTS       SUSPEN".
           05  FILLER                  PIC X(44) VALUE
               "SE   PRIOR PERIOD     SUB-LEDGER        CTLF".
           05  FILLER                  PIC X(44) VALUE
               "ILE        CTLJRNL     DIFFERENCE STATUS".

       01  WS-SLP-NET-LINE.
           05  SLN-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SLN-REGION-CODE         PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "NET".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-ACCOUNTS            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-SUSPENSE            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-PRIOR-PERIOD        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-SUB-LEDGER          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-CTLFILE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-CTLJRNL             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-DIFFERENCE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SLN-STATUS              PIC X(10).

       01  WS-SLP-ITEMS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "ITEMS".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-ACCOUNTS            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-SUSPENSE            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-PRIOR-PERIOD        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-SUB-LEDGER          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-CTLFILE             PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-CTLJRNL             PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SLI-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-SLP-NOTE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  SLT-NOTE-TEXT           PIC X(36).
           05  SLT-NOTE-CODE           PIC X(5).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-SLP-SUMMARY-LINE.
           05  FILLER                  PIC X(17) VALUE
               "BRANCHES PROVED: ".
           05  SLS-PROVED              PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  IN BALANCE: ".
           05  SLS-IN-BALANCE          PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE
               "  WITHIN TOLERANCE: ".
           05  SLS-WITHIN-TOL          PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE
               "  OUT OF BALANCE: ".
           05  SLS-OUT-OF-BAL          PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

      * POSTDATE positions, each run date * 100 + cycle: the
      * latest posted cycle, the last period close and the close
      * before it.  The proof period runs after WS-PERIOD-START-KEY
      * up to and including WS-PERIOD-END-KEY.
       01  WS-PDT-KEY                  PIC 9(10) VALUE 0.
       01  WS-PDT-CYCLE                PIC 9(2) VALUE 0.
       01  WS-LATEST-KEY               PIC 9(10) VALUE 0.
       01  WS-LAST-CLOSE-KEY           PIC 9(10) VALUE 0.
       01  WS-PREV-CLOSE-KEY           PIC 9(10) VALUE 0.
       01  WS-PERIOD-START-KEY         PIC 9(10) VALUE 0.
       01  WS-PERIOD-END-KEY           PIC 9(10) VALUE 0.
       01  WS-ENTRY-KEY                PIC 9(10) VALUE 0.
       01  WS-CLOSE-NIGHT-SWITCH       PIC X VALUE 'N'.
           88  WS-CLOSE-NIGHT                  VALUE 'Y'.

       01  WS-TOLERANCE                PIC 9(7)V99 VALUE 0.
       01  WS-SIGNED-COUNT             PIC S9(9) COMP-3 VALUE 0.

      * The branch being proved, with any branches folded into it.
       01  WS-GRP-MOVE-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-MOVE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-SUSP-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-SUSP-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-PRIOR-COUNT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-PRIOR-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-SUBL-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-SUBL-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-CTL-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-CTL-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-CJR-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-CJR-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-DIFF-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-DIFF-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-JDIFF-COUNT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-GRP-JDIFF-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ABS-DIFF                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ABS-JDIFF                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRP-STATUS               PIC X(10) VALUE SPACES.

       01  WS-CO-MOVE-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-MOVE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-SUSP-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-SUSP-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-PRIOR-COUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-PRIOR-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-SUBL-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-SUBL-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-CTL-COUNT             PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-CTL-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-CJR-COUNT             PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-CJR-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CO-DIFF-COUNT            PIC S9(9) COMP-3 VALUE 0.
       01  WS-CO-DIFF-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-PROVED-COUNT             PIC 9(5) VALUE 0.
       01  WS-IN-BALANCE-COUNT         PIC 9(5) VALUE 0.
       01  WS-WITHIN-TOL-COUNT         PIC 9(5) VALUE 0.
       01  WS-OUT-OF-BAL-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPENINGS-LOADED          PIC 9(5) VALUE 0.
       01  WS-OPENINGS-WRITTEN         PIC 9(5) VALUE 0.

       01  WS-FIRST-RUN-FLAG           PIC 9 VALUE 0.
       01  WS-ACCOUNT-FILE-FLAG        PIC 9 VALUE 0.
       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-OOB-FLAG                 PIC 9 VALUE 0.
       01  WS-WARNING-FLAG             PIC 9 VALUE 0.

       01  WS-SPP-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-PDT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-SPB-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NSPB-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ACC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-BR-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-PDT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-PDT-EOF                      VALUE 'Y'.
       01  WS-SPB-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-SPB-EOF                      VALUE 'Y'.
       01  WS-ACC-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-ACC-EOF                      VALUE 'Y'.
       01  WS-AJR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-AJR-EOF                      VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-EOF                     VALUE 'Y'.
       01  WS-CTL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CTL-EOF                      VALUE 'Y'.
       01  WS-CJR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CJR-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-LOAD-BRANCHES
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-FIND-PROOF-PERIOD
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1300-LOAD-OPENINGS
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 2000-TOTAL-ACCOUNTS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 2100-TOTAL-ACCOUNT-JOURNAL
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 2200-TOTAL-POSTED-ITEMS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 2300-LOAD-CONTROL-FILE
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 2400-TOTAL-CONTROL-JOURNAL
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 3000-PREPARE-PROOF
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 4000-PRINT-PROOF
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 5000-WRITE-OPENINGS
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The tolerance card is optional; without it every branch
      *    must prove to the cent.
           OPEN INPUT PROOF-PARAMETER-FILE
           IF WS-SPP-FILE-STATUS = "00"
               READ PROOF-PARAMETER-FILE
                   AT END
                       DISPLAY "WARNING: proof parameter file is "
                           "empty, tolerance zero"
                   NOT AT END
                       IF SPP-TOLERANCE IS NUMERIC
                           MOVE SPP-TOLERANCE TO WS-TOLERANCE
                       ELSE
                           DISPLAY "ERROR: invalid proof parameter "
                               "card " PROOF-PARAMETER-RECORD
                           SET WS-FATAL-FLAG TO 1
                       END-IF
               END-READ
               CLOSE PROOF-PARAMETER-FILE
           ELSE
               IF WS-SPP-FILE-STATUS = "35"
                   DISPLAY "WARNING: proof parameter file absent, "
                       "tolerance zero"
               ELSE
                   DISPLAY "ERROR: unable to open proof parameter "
                       "file, status " WS-SPP-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1100-LOAD-BRANCHES.
      *    Only a branch closed by consolidation carries a survivor
      *    worth following.
           OPEN INPUT BRANCH-FILE
           IF WS-BR-FILE-STATUS = "00"
               PERFORM UNTIL WS-BR-EOF OR WS-FATAL-FLAG = 1
                   READ BRANCH-FILE
                       AT END
                           SET WS-BR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-LOAD-ONE-BRANCH
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY "ERROR: unable to open branch file, "
                   "status " WS-BR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1110-LOAD-ONE-BRANCH.
           MOVE BR-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-LOCATE-BRANCH
           IF WS-FATAL-FLAG = 0
               MOVE BR-REGION-CODE TO WS-PRB-REGION-CODE(WS-PRB-IDX)
               IF BR-IS-CLOSED
                   MOVE BR-SURVIVOR-CODE TO
                       WS-PRB-SURVIVOR-CODE(WS-PRB-IDX)
               END-IF
           END-IF.

       1200-FIND-PROOF-PERIOD.
      *    A close night proves the period the close has just
      *    ended against the MTD buckets; any other night proves
      *    the open period so far against the running figures.
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-NOTE-POSTED-CYCLE
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               DISPLAY "ERROR: unable to open posted-date file, "
                   "status " WS-PDT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0
               IF WS-LATEST-KEY = 0
                   DISPLAY "ERROR: no posting run on the posted-"
                       "date file, nothing to prove"
                   SET WS-FATAL-FLAG TO 1
               ELSE
                   IF WS-LAST-CLOSE-KEY = WS-LATEST-KEY
                       SET WS-CLOSE-NIGHT TO TRUE
                       MOVE WS-PREV-CLOSE-KEY TO WS-PERIOD-START-KEY
                       MOVE WS-LAST-CLOSE-KEY TO WS-PERIOD-END-KEY
                       MOVE "MTD AT PERIOD CLOSE" TO
                           SLP-TITLE-CONTROL-SIDE
                   ELSE
                       MOVE WS-LAST-CLOSE-KEY TO WS-PERIOD-START-KEY
                       MOVE WS-LATEST-KEY TO WS-PERIOD-END-KEY
                       MOVE "RUNNING PERIOD FIGURES" TO
                           SLP-TITLE-CONTROL-SIDE
                   END-IF
               END-IF
           END-IF.

       1210-NOTE-POSTED-CYCLE.
           IF PDT-POSTED-DATE IS NUMERIC
               IF PDT-CYCLE-NUMBER IS NUMERIC
                   MOVE PDT-CYCLE-NUMBER TO WS-PDT-CYCLE
               ELSE
                   MOVE 1 TO WS-PDT-CYCLE
               END-IF
               COMPUTE WS-PDT-KEY =
                   PDT-POSTED-DATE * 100 + WS-PDT-CYCLE
               IF WS-PDT-KEY > WS-LATEST-KEY
                   MOVE WS-PDT-KEY TO WS-LATEST-KEY
               END-IF
               IF PDT-RUN-MODE = "M" OR PDT-RUN-MODE = "Y"
                   IF WS-PDT-KEY > WS-LAST-CLOSE-KEY
                       MOVE WS-LAST-CLOSE-KEY TO WS-PREV-CLOSE-KEY
                       MOVE WS-PDT-KEY TO WS-LAST-CLOSE-KEY
                   ELSE
                       IF WS-PDT-KEY > WS-PREV-CLOSE-KEY
                           AND WS-PDT-KEY < WS-LAST-CLOSE-KEY
                           MOVE WS-PDT-KEY TO WS-PREV-CLOSE-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1300-LOAD-OPENINGS.
      *    SLPBAL is absent, or empty, only before the first proof;
      *    the openings are then derived from ACCTFILE.
           OPEN INPUT PROOF-BALANCE-FILE
           IF WS-SPB-FILE-STATUS = "00"
               PERFORM UNTIL WS-SPB-EOF OR WS-FATAL-FLAG = 1
                   READ PROOF-BALANCE-FILE INTO PROOF-BALANCE-RECORD
                       AT END
                           SET WS-SPB-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-LOAD-ONE-OPENING
                   END-READ
               END-PERFORM
               CLOSE PROOF-BALANCE-FILE
               IF WS-FATAL-FLAG = 0 AND WS-OPENINGS-LOADED = 0
                   DISPLAY "WARNING: proof balance file is empty, "
                       "first proof -- openings derived from "
                       "ACCTFILE"
                   MOVE 1 TO WS-FIRST-RUN-FLAG
               END-IF
           ELSE
               IF WS-SPB-FILE-STATUS = "35"
                   DISPLAY "WARNING: proof balance file absent, "
                       "first proof -- openings derived from "
                       "ACCTFILE"
                   MOVE 1 TO WS-FIRST-RUN-FLAG
               ELSE
                   DISPLAY "ERROR: unable to open proof balance "
                       "file, status " WS-SPB-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           IF WS-FIRST-RUN-FLAG = 1
               MOVE 1 TO WS-WARNING-FLAG
               MOVE "OPENINGS DERIVED FROM ACCTFILE" TO
                   SLP-TITLE-OPENINGS
           END-IF.

       1310-LOAD-ONE-OPENING.
           ADD 1 TO WS-OPENINGS-LOADED
           MOVE SPB-BRANCH-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-LOCATE-BRANCH
           IF WS-FATAL-FLAG = 0
               IF SPB-AS-OF-DATE IS NUMERIC
                   AND SPB-AS-OF-CYCLE IS NUMERIC
                   AND SPB-ACCT-COUNT IS NUMERIC
                   AND SPB-ACCT-TOTAL IS NUMERIC
                   COMPUTE WS-PRB-OPEN-KEY(WS-PRB-IDX) =
                       SPB-AS-OF-DATE * 100 + SPB-AS-OF-CYCLE
                   MOVE "Y" TO WS-PRB-OPEN-FOUND(WS-PRB-IDX)
                   MOVE SPB-ACCT-COUNT TO
                       WS-PRB-OPEN-COUNT(WS-PRB-IDX)
                   MOVE SPB-ACCT-TOTAL TO
                       WS-PRB-OPEN-TOTAL(WS-PRB-IDX)
               ELSE
                   DISPLAY "ERROR: invalid proof balance record "
                       PROOF-BALANCE-RECORD
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2000-TOTAL-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACC-FILE-STATUS = "00"
               MOVE 1 TO WS-ACCOUNT-FILE-FLAG
               PERFORM UNTIL WS-ACC-EOF OR WS-FATAL-FLAG = 1
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           SET WS-ACC-EOF TO TRUE
                       NOT AT END
                           MOVE ACC-BRANCH-CODE TO WS-LOOKUP-CODE
                           PERFORM 2900-LOCATE-BRANCH
                           IF WS-FATAL-FLAG = 0
                               ADD ACC-COUNT TO
                                   WS-PRB-ACCT-COUNT(WS-PRB-IDX)
                               ADD ACC-TOTAL TO
                                   WS-PRB-ACCT-TOTAL(WS-PRB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "ERROR: unable to open account file, status "
                   WS-ACC-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       2100-TOTAL-ACCOUNT-JOURNAL.
      *    The account journal may be absent before the first
      *    posting run that writes it.
           OPEN INPUT ACCOUNT-JOURNAL-FILE
           IF WS-AJR-FILE-STATUS = "00"
               PERFORM UNTIL WS-AJR-EOF OR WS-FATAL-FLAG = 1
                   READ ACCOUNT-JOURNAL-FILE
                       AT END
                           SET WS-AJR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2110-APPLY-ACCOUNT-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-JOURNAL-FILE
           ELSE
               IF WS-AJR-FILE-STATUS = "35"
                   DISPLAY "WARNING: account journal absent, no "
                       "account movement journalled"
               ELSE
                   DISPLAY "ERROR: unable to open account journal, "
                       "status " WS-AJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2110-APPLY-ACCOUNT-JOURNAL.
      *    A backout takes its items back off the account, and the
      *    closed branch's side of a consolidation ("N") takes the
      *    whole position off; both journal the count unsigned.
      *    The net amount is always journalled signed.
           IF AJR-RUN-DATE IS NUMERIC
               AND AJR-ITEM-COUNT IS NUMERIC
               AND AJR-NET-AMOUNT IS NUMERIC
               IF AJR-CYCLE-NUMBER IS NUMERIC
                   COMPUTE WS-ENTRY-KEY =
                       AJR-RUN-DATE * 100 + AJR-CYCLE-NUMBER
               ELSE
                   COMPUTE WS-ENTRY-KEY = AJR-RUN-DATE * 100 + 1
               END-IF
               EVALUATE TRUE
                   WHEN AJR-FROM-BACKOUT
                       COMPUTE WS-SIGNED-COUNT = 0 - AJR-ITEM-COUNT
                   WHEN AJR-FROM-CONSOLIDATION
                       AND AJR-NEW-ACCOUNT-IND NOT = "Y"
                       COMPUTE WS-SIGNED-COUNT = 0 - AJR-ITEM-COUNT
                   WHEN OTHER
                       MOVE AJR-ITEM-COUNT TO WS-SIGNED-COUNT
               END-EVALUATE
               MOVE AJR-BRANCH-CODE TO WS-LOOKUP-CODE
               PERFORM 2900-LOCATE-BRANCH
               IF WS-FATAL-FLAG = 0
                   PERFORM 2120-PLACE-ACCOUNT-JOURNAL
               END-IF
           END-IF.

       2120-PLACE-ACCOUNT-JOURNAL.
      *    Journal inside the period is the period's movement.
      *    Journal between the branch's opening and the period
      *    start moves the opening forward to the start; journal
      *    between the start and a later opening moves it back.
           IF WS-ENTRY-KEY > WS-PERIOD-START-KEY
               AND WS-ENTRY-KEY NOT > WS-PERIOD-END-KEY
               ADD WS-SIGNED-COUNT TO WS-PRB-JPER-COUNT(WS-PRB-IDX)
               ADD AJR-NET-AMOUNT TO WS-PRB-JPER-TOTAL(WS-PRB-IDX)
           END-IF
           IF WS-ENTRY-KEY > WS-PRB-OPEN-KEY(WS-PRB-IDX)
               AND WS-ENTRY-KEY NOT > WS-PERIOD-START-KEY
               ADD WS-SIGNED-COUNT TO WS-PRB-JBEF-COUNT(WS-PRB-IDX)
               ADD AJR-NET-AMOUNT TO WS-PRB-JBEF-TOTAL(WS-PRB-IDX)
           END-IF
           IF WS-ENTRY-KEY > WS-PERIOD-START-KEY
               AND WS-ENTRY-KEY NOT > WS-PRB-OPEN-KEY(WS-PRB-IDX)
               SUBTRACT WS-SIGNED-COUNT FROM
                   WS-PRB-JBEF-COUNT(WS-PRB-IDX)
               SUBTRACT AJR-NET-AMOUNT FROM
                   WS-PRB-JBEF-TOTAL(WS-PRB-IDX)
           END-IF.

       2200-TOTAL-POSTED-ITEMS.
           OPEN INPUT POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-EOF OR WS-FATAL-FLAG = 1
                   READ POSTED-ITEM-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-APPLY-POSTED-ITEM
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-FILE
           ELSE
               IF WS-ITEM-FILE-STATUS = "35"
                   DISPLAY "WARNING: posted-item history absent, "
                       "no suspense or prior-period items"
               ELSE
                   DISPLAY "ERROR: unable to open posted-item "
                       "history, status " WS-ITEM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2210-APPLY-POSTED-ITEM.
      *    An item with no account number reached CTLFILE but no
      *    account: suspense.  A prior-period item reached its
      *    account but not the running figures.  An item that is
      *    both is in neither and appears on both columns.
           IF PIH-RUN-DATE IS NUMERIC
               AND PIH-AMOUNT IS NUMERIC
               AND NOT PIH-IS-BACKED-OUT
               IF PIH-CYCLE-NUMBER IS NUMERIC
                   COMPUTE WS-ENTRY-KEY =
                       PIH-RUN-DATE * 100 + PIH-CYCLE-NUMBER
               ELSE
                   COMPUTE WS-ENTRY-KEY = PIH-RUN-DATE * 100 + 1
               END-IF
               IF WS-ENTRY-KEY > WS-PERIOD-START-KEY
                   AND WS-ENTRY-KEY NOT > WS-PERIOD-END-KEY
                   MOVE PIH-BRANCH-CODE TO WS-LOOKUP-CODE
                   PERFORM 2900-LOCATE-BRANCH
                   IF WS-FATAL-FLAG = 0
                       IF PIH-ACCOUNT-NO = SPACES
                           ADD 1 TO WS-PRB-SUSP-COUNT(WS-PRB-IDX)
                           ADD PIH-AMOUNT TO
                               WS-PRB-SUSP-TOTAL(WS-PRB-IDX)
                       END-IF
                       IF PIH-IS-PRIOR-PERIOD
                           ADD 1 TO WS-PRB-PRIOR-COUNT(WS-PRB-IDX)
                           ADD PIH-AMOUNT TO
                               WS-PRB-PRIOR-TOTAL(WS-PRB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF OR WS-FATAL-FLAG = 1
                   READ CONTROL-FILE NEXT RECORD
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 2310-APPLY-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "ERROR: unable to open control file, "
                   "status " WS-CTL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       2310-APPLY-CONTROL-RECORD.
      *    Fields still holding spaces from before the period
      *    buckets existed count as zero, as TXNPROC treats them.
           MOVE CTL-BRANCH-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-LOCATE-BRANCH
           IF WS-FATAL-FLAG = 0
               IF WS-CLOSE-NIGHT
                   IF CTL-MTD-COUNT IS NUMERIC
                       MOVE CTL-MTD-COUNT TO
                           WS-PRB-CTL-COUNT(WS-PRB-IDX)
                   END-IF
                   IF CTL-MTD-TOTAL IS NUMERIC
                       MOVE CTL-MTD-TOTAL TO
                           WS-PRB-CTL-TOTAL(WS-PRB-IDX)
                   END-IF
               ELSE
                   IF CTL-AREA-1 IS NUMERIC
                       MOVE CTL-AREA-1 TO WS-PRB-CTL-COUNT(WS-PRB-IDX)
                   END-IF
                   IF CTL-AREA-2 IS NUMERIC
                       MOVE CTL-AREA-2 TO WS-PRB-CTL-TOTAL(WS-PRB-IDX)
                   END-IF
               END-IF
           END-IF.

       2400-TOTAL-CONTROL-JOURNAL.
           OPEN INPUT CONTROL-JOURNAL-FILE
           IF WS-CJR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CJR-EOF OR WS-FATAL-FLAG = 1
                   READ CONTROL-JOURNAL-FILE
                       AT END
                           SET WS-CJR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2410-APPLY-CONTROL-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-JOURNAL-FILE
           ELSE
               IF WS-CJR-FILE-STATUS = "35"
                   DISPLAY "WARNING: control journal absent, no "
                       "branch deltas journalled"
               ELSE
                   DISPLAY "ERROR: unable to open control journal, "
                       "status " WS-CJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2410-APPLY-CONTROL-JOURNAL.
      *    The close run's own delta is the running figures going
      *    back to zero; what it posted is the MTD it wrote less
      *    the running figures it started from.
           IF CJR-RUN-DATE IS NUMERIC
               AND CJR-DELTA-COUNT IS NUMERIC
               AND CJR-DELTA-TOTAL IS NUMERIC
               IF CJR-CYCLE-NUMBER IS NUMERIC
                   COMPUTE WS-ENTRY-KEY =
                       CJR-RUN-DATE * 100 + CJR-CYCLE-NUMBER
               ELSE
                   COMPUTE WS-ENTRY-KEY = CJR-RUN-DATE * 100 + 1
               END-IF
               IF WS-ENTRY-KEY > WS-PERIOD-START-KEY
                   AND WS-ENTRY-KEY NOT > WS-PERIOD-END-KEY
                   MOVE CJR-BRANCH-CODE TO WS-LOOKUP-CODE
                   PERFORM 2900-LOCATE-BRANCH
                   IF WS-FATAL-FLAG = 0
                       IF WS-CLOSE-NIGHT
                           AND WS-ENTRY-KEY = WS-PERIOD-END-KEY
                           AND CJR-FROM-POSTING
                           AND CJR-NEW-MTD-COUNT IS NUMERIC
                           AND CJR-NEW-MTD-TOTAL IS NUMERIC
                           AND CJR-OLD-COUNT IS NUMERIC
                           AND CJR-OLD-TOTAL IS NUMERIC
                           COMPUTE WS-PRB-CJR-COUNT(WS-PRB-IDX) =
                               WS-PRB-CJR-COUNT(WS-PRB-IDX)
                               + CJR-NEW-MTD-COUNT - CJR-OLD-COUNT
                           COMPUTE WS-PRB-CJR-TOTAL(WS-PRB-IDX) =
                               WS-PRB-CJR-TOTAL(WS-PRB-IDX)
                               + CJR-NEW-MTD-TOTAL - CJR-OLD-TOTAL
                       ELSE
                           ADD CJR-DELTA-COUNT TO
                               WS-PRB-CJR-COUNT(WS-PRB-IDX)
                           ADD CJR-DELTA-TOTAL TO
                               WS-PRB-CJR-TOTAL(WS-PRB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2900-LOCATE-BRANCH.
      *    Find WS-LOOKUP-CODE in the branch table, adding it with
      *    an unknown region when BRANCHF does not carry it.
           SET WS-PRB-IDX TO 1
           SEARCH WS-PRB-ENTRY
               AT END
                   IF WS-PRB-TOTAL-ENTRIES = 500
                       DISPLAY "ERROR: proof branch table full, "
                           "more than 500 branches"
                       SET WS-FATAL-FLAG TO 1
                   ELSE
                       ADD 1 TO WS-PRB-TOTAL-ENTRIES
                       SET WS-PRB-IDX TO WS-PRB-TOTAL-ENTRIES
                       INITIALIZE WS-PRB-ENTRY(WS-PRB-IDX)
                       MOVE WS-LOOKUP-CODE TO
                           WS-PRB-BRANCH-CODE(WS-PRB-IDX)
                       MOVE "???" TO WS-PRB-REGION-CODE(WS-PRB-IDX)
                       MOVE "N" TO WS-PRB-OPEN-FOUND(WS-PRB-IDX)
                   END-IF
               WHEN WS-PRB-BRANCH-CODE(WS-PRB-IDX) = WS-LOOKUP-CODE
                   CONTINUE
           END-SEARCH.

       3000-PREPARE-PROOF.
           PERFORM 3010-ADD-MISSING-SURVIVORS
           IF WS-FATAL-FLAG = 0
               PERFORM 3020-SORT-BRANCH-TABLE
               PERFORM 3030-RESOLVE-PROOF-CODES
               PERFORM 3040-COMPUTE-START-POSITIONS
           END-IF.

       3010-ADD-MISSING-SURVIVORS.
      *    A survivor BRANCHF no longer carries still gets a line
      *    of its own for its closed branches to be proved under.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-PRB-TOTAL-ENTRIES
                      OR WS-FATAL-FLAG = 1
               IF WS-PRB-SURVIVOR-CODE(WS-SORT-I) NOT = SPACES
                   MOVE WS-PRB-SURVIVOR-CODE(WS-SORT-I) TO
                       WS-LOOKUP-CODE
                   PERFORM 2900-LOCATE-BRANCH
               END-IF
           END-PERFORM.

       3020-SORT-BRANCH-TABLE.
      *    Region-then-branch order, as on the TXNPROC summary.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-PRB-TOTAL-ENTRIES
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-PRB-TOTAL-ENTRIES - WS-SORT-I
                   IF WS-PRB-REGION-CODE(WS-SORT-J) >
                           WS-PRB-REGION-CODE(WS-SORT-J + 1)
                       OR (WS-PRB-REGION-CODE(WS-SORT-J) =
                           WS-PRB-REGION-CODE(WS-SORT-J + 1)
                           AND WS-PRB-BRANCH-CODE(WS-SORT-J) >
                               WS-PRB-BRANCH-CODE(WS-SORT-J + 1))
                       MOVE WS-PRB-ENTRY(WS-SORT-J) TO
                           WS-PRB-HOLD-ENTRY
                       MOVE WS-PRB-ENTRY(WS-SORT-J + 1) TO
                           WS-PRB-ENTRY(WS-SORT-J)
                       MOVE WS-PRB-HOLD-ENTRY TO
                           WS-PRB-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3030-RESOLVE-PROOF-CODES.
      *    Follow each closed branch's survivor chain to the branch
      *    now carrying its business.  The hop limit stops a chain
      *    that loops back on itself.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-PRB-TOTAL-ENTRIES
               MOVE WS-PRB-BRANCH-CODE(WS-SORT-I) TO WS-RESOLVE-CODE
               MOVE 'N' TO WS-RESOLVE-SWITCH
               PERFORM VARYING WS-HOP-COUNT FROM 1 BY 1
                       UNTIL WS-HOP-COUNT > 50 OR WS-RESOLVE-DONE
                   PERFORM 3031-FOLLOW-SURVIVOR
               END-PERFORM
               IF NOT WS-RESOLVE-DONE
                   DISPLAY "WARNING: survivor chain for branch "
                       WS-PRB-BRANCH-CODE(WS-SORT-I)
                       " does not end, proved on its own"
                   MOVE WS-PRB-BRANCH-CODE(WS-SORT-I) TO
                       WS-RESOLVE-CODE
               END-IF
               MOVE WS-RESOLVE-CODE TO WS-PRB-PROOF-CODE(WS-SORT-I)
           END-PERFORM.

       3031-FOLLOW-SURVIVOR.
           SET WS-PRB-IDX TO 1
           SEARCH WS-PRB-ENTRY
               AT END
                   SET WS-RESOLVE-DONE TO TRUE
               WHEN WS-PRB-BRANCH-CODE(WS-PRB-IDX) = WS-RESOLVE-CODE
                   IF WS-PRB-SURVIVOR-CODE(WS-PRB-IDX) = SPACES
                       OR WS-PRB-SURVIVOR-CODE(WS-PRB-IDX) =
                           WS-RESOLVE-CODE
                       SET WS-RESOLVE-DONE TO TRUE
                   ELSE
                       MOVE WS-PRB-SURVIVOR-CODE(WS-PRB-IDX) TO
                           WS-RESOLVE-CODE
                   END-IF
           END-SEARCH.

       3040-COMPUTE-START-POSITIONS.
      *    The ACCTFILE position at the start of the period.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-PRB-TOTAL-ENTRIES
               IF WS-FIRST-RUN-FLAG = 1
                   COMPUTE WS-PRB-START-COUNT(WS-SORT-I) =
                       WS-PRB-ACCT-COUNT(WS-SORT-I)
                       - WS-PRB-JPER-COUNT(WS-SORT-I)
                   COMPUTE WS-PRB-START-TOTAL(WS-SORT-I) =
                       WS-PRB-ACCT-TOTAL(WS-SORT-I)
                       - WS-PRB-JPER-TOTAL(WS-SORT-I)
               ELSE
                   COMPUTE WS-PRB-START-COUNT(WS-SORT-I) =
                       WS-PRB-OPEN-COUNT(WS-SORT-I)
                       + WS-PRB-JBEF-COUNT(WS-SORT-I)
                   COMPUTE WS-PRB-START-TOTAL(WS-SORT-I) =
                       WS-PRB-OPEN-TOTAL(WS-SORT-I)
                       + WS-PRB-JBEF-TOTAL(WS-SORT-I)
               END-IF
           END-PERFORM.

       4000-PRINT-PROOF.
           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open proof report, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               DIVIDE WS-LATEST-KEY BY 100 GIVING
                   SLP-TITLE-LATEST-DATE
                   REMAINDER SLP-TITLE-LATEST-CYCLE
               DIVIDE WS-PERIOD-START-KEY BY 100 GIVING
                   SLP-TITLE-START-DATE
                   REMAINDER SLP-TITLE-START-CYCLE
               DIVIDE WS-PERIOD-END-KEY BY 100 GIVING
                   SLP-TITLE-END-DATE
                   REMAINDER SLP-TITLE-END-CYCLE
               MOVE WS-TOLERANCE TO SLP-TITLE-TOLERANCE
               MOVE WS-SLP-TITLE-LINE-1 TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               MOVE WS-SLP-TITLE-LINE-2 TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               MOVE SPACES TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               MOVE WS-SLP-COLUMN-LINE TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD

               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I > WS-PRB-TOTAL-ENTRIES
                   IF WS-PRB-PROOF-CODE(WS-SORT-I) =
                           WS-PRB-BRANCH-CODE(WS-SORT-I)
                       PERFORM 4100-PROVE-ONE-BRANCH
                   END-IF
               END-PERFORM

               PERFORM 4200-PRINT-COMPANY-TOTALS
           END-IF.

       4100-PROVE-ONE-BRANCH.
           MOVE 0 TO WS-GRP-MOVE-COUNT WS-GRP-MOVE-TOTAL
                     WS-GRP-SUSP-COUNT WS-GRP-SUSP-TOTAL
                     WS-GRP-PRIOR-COUNT WS-GRP-PRIOR-TOTAL
                     WS-GRP-CTL-COUNT WS-GRP-CTL-TOTAL
                     WS-GRP-CJR-COUNT WS-GRP-CJR-TOTAL
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-PRB-TOTAL-ENTRIES
               IF WS-PRB-PROOF-CODE(WS-SORT-J) =
                       WS-PRB-BRANCH-CODE(WS-SORT-I)
                   PERFORM 4110-ADD-TO-GROUP
               END-IF
           END-PERFORM

           COMPUTE WS-GRP-SUBL-COUNT = WS-GRP-MOVE-COUNT
               + WS-GRP-SUSP-COUNT - WS-GRP-PRIOR-COUNT
           COMPUTE WS-GRP-SUBL-TOTAL = WS-GRP-MOVE-TOTAL
               + WS-GRP-SUSP-TOTAL - WS-GRP-PRIOR-TOTAL
           COMPUTE WS-GRP-DIFF-COUNT =
               WS-GRP-SUBL-COUNT - WS-GRP-CTL-COUNT
           COMPUTE WS-GRP-DIFF-TOTAL =
               WS-GRP-SUBL-TOTAL - WS-GRP-CTL-TOTAL
           COMPUTE WS-GRP-JDIFF-COUNT =
               WS-GRP-CJR-COUNT - WS-GRP-CTL-COUNT
           COMPUTE WS-GRP-JDIFF-TOTAL =
               WS-GRP-CJR-TOTAL - WS-GRP-CTL-TOTAL

           PERFORM 4120-JUDGE-BRANCH
           PERFORM 4130-PRINT-BRANCH-LINES

           ADD 1 TO WS-PROVED-COUNT
           ADD WS-GRP-MOVE-COUNT TO WS-CO-MOVE-COUNT
           ADD WS-GRP-MOVE-TOTAL TO WS-CO-MOVE-TOTAL
           ADD WS-GRP-SUSP-COUNT TO WS-CO-SUSP-COUNT
           ADD WS-GRP-SUSP-TOTAL TO WS-CO-SUSP-TOTAL
           ADD WS-GRP-PRIOR-COUNT TO WS-CO-PRIOR-COUNT
           ADD WS-GRP-PRIOR-TOTAL TO WS-CO-PRIOR-TOTAL
           ADD WS-GRP-SUBL-COUNT TO WS-CO-SUBL-COUNT
           ADD WS-GRP-SUBL-TOTAL TO WS-CO-SUBL-TOTAL
           ADD WS-GRP-CTL-COUNT TO WS-CO-CTL-COUNT
           ADD WS-GRP-CTL-TOTAL TO WS-CO-CTL-TOTAL
           ADD WS-GRP-CJR-COUNT TO WS-CO-CJR-COUNT
           ADD WS-GRP-CJR-TOTAL TO WS-CO-CJR-TOTAL
           ADD WS-GRP-DIFF-COUNT TO WS-CO-DIFF-COUNT
           ADD WS-GRP-DIFF-TOTAL TO WS-CO-DIFF-TOTAL.

       4110-ADD-TO-GROUP.
           COMPUTE WS-GRP-MOVE-COUNT = WS-GRP-MOVE-COUNT
               + WS-PRB-ACCT-COUNT(WS-SORT-J)
               - WS-PRB-START-COUNT(WS-SORT-J)
           COMPUTE WS-GRP-MOVE-TOTAL = WS-GRP-MOVE-TOTAL
               + WS-PRB-ACCT-TOTAL(WS-SORT-J)
               - WS-PRB-START-TOTAL(WS-SORT-J)
           ADD WS-PRB-SUSP-COUNT(WS-SORT-J) TO WS-GRP-SUSP-COUNT
           ADD WS-PRB-SUSP-TOTAL(WS-SORT-J) TO WS-GRP-SUSP-TOTAL
           ADD WS-PRB-PRIOR-COUNT(WS-SORT-J) TO WS-GRP-PRIOR-COUNT
           ADD WS-PRB-PRIOR-TOTAL(WS-SORT-J) TO WS-GRP-PRIOR-TOTAL
           ADD WS-PRB-CTL-COUNT(WS-SORT-J) TO WS-GRP-CTL-COUNT
           ADD WS-PRB-CTL-TOTAL(WS-SORT-J) TO WS-GRP-CTL-TOTAL
           ADD WS-PRB-CJR-COUNT(WS-SORT-J) TO WS-GRP-CJR-COUNT
           ADD WS-PRB-CJR-TOTAL(WS-SORT-J) TO WS-GRP-CJR-TOTAL.

       4120-JUDGE-BRANCH.
      *    Item counts must agree exactly; net amounts may differ
      *    by up to the tolerance.  The journal is held to the same
      *    standard as the sub-ledger.
           IF WS-GRP-DIFF-TOTAL < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-GRP-DIFF-TOTAL
           ELSE
               MOVE WS-GRP-DIFF-TOTAL TO WS-ABS-DIFF
           END-IF
           IF WS-GRP-JDIFF-TOTAL < 0
               COMPUTE WS-ABS-JDIFF = 0 - WS-GRP-JDIFF-TOTAL
           ELSE
               MOVE WS-GRP-JDIFF-TOTAL TO WS-ABS-JDIFF
           END-IF

           IF WS-GRP-DIFF-COUNT NOT = 0
               OR WS-GRP-JDIFF-COUNT NOT = 0
               OR WS-ABS-DIFF > WS-TOLERANCE
               OR WS-ABS-JDIFF > WS-TOLERANCE
               MOVE "OUT OF BAL" TO WS-GRP-STATUS
               ADD 1 TO WS-OUT-OF-BAL-COUNT
               MOVE 1 TO WS-OOB-FLAG
           ELSE
               IF WS-ABS-DIFF > 0 OR WS-ABS-JDIFF > 0
                   MOVE "WITHIN TOL" TO WS-GRP-STATUS
                   ADD 1 TO WS-WITHIN-TOL-COUNT
                   MOVE 1 TO WS-WARNING-FLAG
               ELSE
                   MOVE "IN BALANCE" TO WS-GRP-STATUS
                   ADD 1 TO WS-IN-BALANCE-COUNT
               END-IF
           END-IF.

       4130-PRINT-BRANCH-LINES.
           MOVE WS-PRB-BRANCH-CODE(WS-SORT-I) TO SLN-BRANCH-CODE
           MOVE WS-PRB-REGION-CODE(WS-SORT-I) TO SLN-REGION-CODE
           MOVE WS-GRP-MOVE-TOTAL TO SLN-ACCOUNTS
           MOVE WS-GRP-SUSP-TOTAL TO SLN-SUSPENSE
           MOVE WS-GRP-PRIOR-TOTAL TO SLN-PRIOR-PERIOD
           MOVE WS-GRP-SUBL-TOTAL TO SLN-SUB-LEDGER
           MOVE WS-GRP-CTL-TOTAL TO SLN-CTLFILE
           MOVE WS-GRP-CJR-TOTAL TO SLN-CTLJRNL
           MOVE WS-GRP-DIFF-TOTAL TO SLN-DIFFERENCE
           MOVE WS-GRP-STATUS TO SLN-STATUS
           MOVE WS-SLP-NET-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE WS-GRP-MOVE-COUNT TO SLI-ACCOUNTS
           MOVE WS-GRP-SUSP-COUNT TO SLI-SUSPENSE
           MOVE WS-GRP-PRIOR-COUNT TO SLI-PRIOR-PERIOD
           MOVE WS-GRP-SUBL-COUNT TO SLI-SUB-LEDGER
           MOVE WS-GRP-CTL-COUNT TO SLI-CTLFILE
           MOVE WS-GRP-CJR-COUNT TO SLI-CTLJRNL
           MOVE WS-GRP-DIFF-COUNT TO SLI-DIFFERENCE
           MOVE WS-SLP-ITEMS-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-PRB-TOTAL-ENTRIES
               IF WS-PRB-PROOF-CODE(WS-SORT-J) =
                       WS-PRB-BRANCH-CODE(WS-SORT-I)
                   AND WS-SORT-J NOT = WS-SORT-I
                   MOVE "INCLUDES CLOSED BRANCH" TO SLT-NOTE-TEXT
                   MOVE WS-PRB-BRANCH-CODE(WS-SORT-J) TO
                       SLT-NOTE-CODE
                   MOVE WS-SLP-NOTE-LINE TO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
           END-PERFORM

           IF WS-GRP-JDIFF-COUNT NOT = 0 OR WS-GRP-JDIFF-TOTAL NOT = 0
               MOVE "CTLJRNL DOES NOT AGREE WITH CTLFILE" TO
                   SLT-NOTE-TEXT
               MOVE SPACES TO SLT-NOTE-CODE
               MOVE WS-SLP-NOTE-LINE TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF.

       4200-PRINT-COMPANY-TOTALS.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE "TOTAL" TO SLN-BRANCH-CODE
           MOVE SPACES TO SLN-REGION-CODE
           MOVE WS-CO-MOVE-TOTAL TO SLN-ACCOUNTS
           MOVE WS-CO-SUSP-TOTAL TO SLN-SUSPENSE
           MOVE WS-CO-PRIOR-TOTAL TO SLN-PRIOR-PERIOD
           MOVE WS-CO-SUBL-TOTAL TO SLN-SUB-LEDGER
           MOVE WS-CO-CTL-TOTAL TO SLN-CTLFILE
           MOVE WS-CO-CJR-TOTAL TO SLN-CTLJRNL
           MOVE WS-CO-DIFF-TOTAL TO SLN-DIFFERENCE
           MOVE SPACES TO SLN-STATUS
           MOVE WS-SLP-NET-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE WS-CO-MOVE-COUNT TO SLI-ACCOUNTS
           MOVE WS-CO-SUSP-COUNT TO SLI-SUSPENSE
           MOVE WS-CO-PRIOR-COUNT TO SLI-PRIOR-PERIOD
           MOVE WS-CO-SUBL-COUNT TO SLI-SUB-LEDGER
           MOVE WS-CO-CTL-COUNT TO SLI-CTLFILE
           MOVE WS-CO-CJR-COUNT TO SLI-CTLJRNL
           MOVE WS-CO-DIFF-COUNT TO SLI-DIFFERENCE
           MOVE WS-SLP-ITEMS-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE WS-PROVED-COUNT TO SLS-PROVED
           MOVE WS-IN-BALANCE-COUNT TO SLS-IN-BALANCE
           MOVE WS-WITHIN-TOL-COUNT TO SLS-WITHIN-TOL
           MOVE WS-OUT-OF-BAL-COUNT TO SLS-OUT-OF-BAL
           MOVE WS-SLP-SUMMARY-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       5000-WRITE-OPENINGS.
      *    Every branch's position goes forward as at the last
      *    close: on a close night the ACCTFILE position now, on
      *    any other night the position the period started from.
           OPEN OUTPUT NEW-PROOF-BALANCE-FILE
           IF WS-NSPB-FILE-STATUS = "00"
               DIVIDE WS-LAST-CLOSE-KEY BY 100 GIVING SPB-AS-OF-DATE
                   REMAINDER SPB-AS-OF-CYCLE
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I > WS-PRB-TOTAL-ENTRIES
                   MOVE WS-PRB-BRANCH-CODE(WS-SORT-I) TO
                       SPB-BRANCH-CODE
                   IF WS-CLOSE-NIGHT
                       MOVE WS-PRB-ACCT-COUNT(WS-SORT-I) TO
                           SPB-ACCT-COUNT
                       MOVE WS-PRB-ACCT-TOTAL(WS-SORT-I) TO
                           SPB-ACCT-TOTAL
                   ELSE
                       MOVE WS-PRB-START-COUNT(WS-SORT-I) TO
                           SPB-ACCT-COUNT
                       MOVE WS-PRB-START-TOTAL(WS-SORT-I) TO
                           SPB-ACCT-TOTAL
                   END-IF
                   WRITE NEW-PROOF-BALANCE-RECORD
                       FROM PROOF-BALANCE-RECORD
                   ADD 1 TO WS-OPENINGS-WRITTEN
               END-PERFORM
               CLOSE NEW-PROOF-BALANCE-FILE
           ELSE
               DISPLAY "ERROR: unable to open new proof balance "
                   "file, status " WS-NSPB-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       9000-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE PROOF-REPORT-FILE
           END-IF
           IF WS-ACCOUNT-FILE-FLAG = 1
               CLOSE ACCOUNT-FILE
           END-IF

           IF WS-OUT-OF-BAL-COUNT > 0
               DISPLAY "WARNING: " WS-OUT-OF-BAL-COUNT " branches "
                   "out of balance beyond tolerance"
           END-IF
           DISPLAY "SLPROOF BRANCHES PROVED:    " WS-PROVED-COUNT
           DISPLAY "SLPROOF IN BALANCE:         " WS-IN-BALANCE-COUNT
           DISPLAY "SLPROOF WITHIN TOLERANCE:   " WS-WITHIN-TOL-COUNT
           DISPLAY "SLPROOF OUT OF BALANCE:     " WS-OUT-OF-BAL-COUNT
           DISPLAY "SLPROOF OPENINGS WRITTEN:   " WS-OPENINGS-WRITTEN.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-OOB-FLAG = 1
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-FLAG = 1
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
