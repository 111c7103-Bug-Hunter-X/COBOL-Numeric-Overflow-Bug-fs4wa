       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBKOUT.
      *
      * Posted-cycle backout utility.  Takes the run date and cycle
      * number of a posting run from the BKOPARM card and undoes it
      * after TXNPROC has committed it: every branch's CTLFILE
      * balances go back to the CJR-OLD-* figures the run journalled
      * to CTLJRNL, the run's activity comes back out of ACCTFILE
      * from the ACCTJRNL account journal, the date/cycle is dropped
      * from POSTDATE (rewritten to POSTDATN for the swap step) so
      * the corrected feed is accepted instead of refused as a
      * duplicate, and the cycle's RUNHIST records are marked backed
      * out (rewritten to RUNHISTN), as are its posted items on the
      * ITEMHIST item history (rewritten to ITEMHISN) so the month-
      * end statements leave them out.  A reversing journal in the
      * GLJRNL layout is built from the run's GLWORK activity so the
      * ledger is unwound in step, and the BKORPT listing shows
      * every branch before and after.  On the GLSNDLOG journal
      * send log (rewritten to GLSNDLGN) the cycle's posting
      * journal is marked backed out, so the corrected feed's
      * journal is not refused as a resend, and the reversing
      * journal is logged for GLACKREC to match like any other.
      * CTRFILE is left alone: CASHMON must be rerun for the date
      * once the corrected feed has posted (the nightly job's STEPC
      * does so), and it withdraws or amends any large-cash filing
      * the backed-out cycle caused.
      *
      * Only the most recent cycle on POSTDATE may be backed out,
      * and nothing is touched unless every branch and account
      * still carries exactly what the cycle left behind -- a
      * refusal ends RC=12 with the files as they were.  Restored
      * balances and removed positions are themselves journalled,
      * marked as backout records, to CTLJRNL and ACCTJRNL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARAMETER-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTL-BRANCH-CODE
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT CONTROL-JOURNAL-FILE ASSIGN TO CTLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJR-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO POSTDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-FILE-STATUS.

           SELECT NEW-POSTED-FILE ASSIGN TO POSTDATN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPDT-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO RUNHISTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHST-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT NEW-POSTED-ITEM-FILE ASSIGN TO ITEMHISN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NITM-FILE-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT GL-SEND-LOG-FILE ASSIGN TO GLSNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSL-FILE-STATUS.

           SELECT NEW-SEND-LOG-FILE ASSIGN TO GLSNDLGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NGSL-FILE-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARAMETER-FILE
           RECORDING MODE IS F.
       01  BACKOUT-PARAMETER-RECORD.
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-CYCLE-NUMBER        PIC 9(2).

       FD  CONTROL-FILE.
       COPY CTLREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  CONTROL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CJRREC.

       FD  ACCOUNT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY AJRREC.

       FD  POSTED-DATE-FILE
           RECORDING MODE IS F.
       01  POSTED-DATE-RECORD.
           05  PDT-POSTED-DATE         PIC 9(8).
           05  PDT-CYCLE-NUMBER        PIC 9(2).
           05  PDT-POSTED-COUNT        PIC 9(9).
           05  PDT-POSTED-TOTAL        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PDT-RUN-MODE            PIC X.

       FD  NEW-POSTED-FILE
           RECORDING MODE IS F.
       01  NEW-POSTED-RECORD              PIC X(36).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  NEW-HISTORY-FILE
           RECORDING MODE IS F.
       01  NEW-HISTORY-RECORD             PIC X(37).

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       COPY PIHREC.

       FD  NEW-POSTED-ITEM-FILE
           RECORDING MODE IS F.
       01  NEW-POSTED-ITEM-RECORD         PIC X(51).

       FD  GL-WORK-FILE
           RECORDING MODE IS F.
       COPY GLWREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD              PIC X(80).

       FD  GL-SEND-LOG-FILE
           RECORDING MODE IS F.
       01  GL-SEND-LOG-FILE-RECORD        PIC X(105).

       FD  NEW-SEND-LOG-FILE
           RECORDING MODE IS F.
       01  NEW-SEND-LOG-RECORD            PIC X(105).

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      * Send log entries are copied through, and the reversing
      * journal's entry built, here.
       COPY GSLREC.

      * The cycle's control-journal records, one per branch the
      * posting run rewrote: the balances to restore and the
      * balances the branch must still carry for the backout to go
      * ahead.
       01  WS-CJT-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-CJT-TABLE.
           05  WS-CJT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CJT-TOTAL-ENTRIES
                   INDEXED BY WS-CJT-IDX.
               10  WS-CJT-BRANCH-CODE      PIC X(5).
               10  WS-CJT-OLD-COUNT        PIC 9(5).
               10  WS-CJT-OLD-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-CJT-OLD-MTD-COUNT    PIC 9(7).
               10  WS-CJT-OLD-MTD-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-CJT-OLD-YTD-COUNT    PIC 9(9).
               10  WS-CJT-OLD-YTD-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-CJT-NEW-COUNT        PIC 9(5).
               10  WS-CJT-NEW-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-CJT-NEW-MTD-COUNT    PIC 9(7).
               10  WS-CJT-NEW-MTD-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-CJT-NEW-YTD-COUNT    PIC 9(9).
               10  WS-CJT-NEW-YTD-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-CJT-NEW-BRANCH-IND   PIC X.

      * The cycle's account-journal records, one per account the
      * posting run folded activity into.
       01  WS-AJT-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-AJT-TABLE.
           05  WS-AJT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AJT-TOTAL-ENTRIES
                   INDEXED BY WS-AJT-IDX.
               10  WS-AJT-BRANCH-CODE      PIC X(5).
               10  WS-AJT-ACCOUNT-NO       PIC X(6).
               10  WS-AJT-ITEM-COUNT       PIC 9(7).
               10  WS-AJT-NET-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-AJT-OLD-LAST-DATE    PIC 9(8).
               10  WS-AJT-NEW-ACCOUNT-IND  PIC X.

      * The cycle's GLWORK activity rolled up by region, the same
      * way GLEXTR rolled it up for the journal being reversed.
       01  WS-REGION-TOTAL-ENTRIES        PIC 9(3) VALUE 0.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REGION-TOTAL-ENTRIES
                   INDEXED BY WS-REGION-IDX.
               10  WS-REG-CODE             PIC X(3).
               10  WS-REG-DEP-COUNT        PIC 9(7).
               10  WS-REG-DEP-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-REG-WDL-COUNT        PIC 9(7).
               10  WS-REG-WDL-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-REG-REV-COUNT        PIC 9(7).
               10  WS-REG-REV-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-REG-ADJ-COUNT        PIC 9(7).
               10  WS-REG-ADJ-AMOUNT       PIC S9(13)V99 COMP-3.

       01  WS-JRN-HEADER-LINE.
           05  FILLER                  PIC X(2) VALUE "JH".
           05  JRN-HDR-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-JRN-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE "JD".
           05  JRN-REGION-CODE         PIC X(3).
           05  JRN-TYPE-CODE           PIC X.
           05  JRN-DC-INDICATOR        PIC X.
           05  JRN-AMOUNT              PIC 9(13)V99.
           05  JRN-ITEM-COUNT          PIC 9(7).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-JRN-TRAILER-LINE.
           05  FILLER                  PIC X(2) VALUE "JT".
           05  JRN-TRL-LINE-COUNT      PIC 9(7).
           05  JRN-TRL-DEBIT-TOTAL     PIC 9(15)V99.
           05  JRN-TRL-CREDIT-TOTAL    PIC 9(15)V99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-BKO-TITLE-LINE.
           05  FILLER                  PIC X(35) VALUE
               "POSTED-CYCLE BACKOUT LISTING  DATE ".
           05  BKO-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(7) VALUE "  CYCLE".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BKO-TITLE-CYCLE         PIC 9(2).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-BKO-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH STAGE    COUNT             NET AMOUNT".
           05  FILLER                  PIC X(44) VALUE
               "  MTD CNT                MTD NET    YTD CNT".
           05  FILLER                  PIC X(44) VALUE
               "               YTD NET".

       01  WS-BKO-DETAIL-LINE.
           05  BKO-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-STAGE               PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-TOTAL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-MTD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-MTD-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-YTD-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BKO-YTD-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-BKO-BRANCH-TOT-LINE.
           05  FILLER                  PIC X(19) VALUE
               "BRANCHES RESTORED: ".
           05  BKO-RESTORED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REMOVED: ".
           05  BKO-BR-REMOVED-COUNT    PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  NET RESTORED: ".
           05  BKO-RESTORED-NET        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-BKO-ACCT-TOT-LINE.
           05  FILLER                  PIC X(19) VALUE
               "ACCOUNTS REVERSED: ".
           05  BKO-ACCT-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REMOVED: ".
           05  BKO-ACCT-REMOVED-COUNT  PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  ITEMS: ".
           05  BKO-ACCT-ITEMS          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  NET: ".
           05  BKO-ACCT-NET            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-BKO-FILE-TOT-LINE.
           05  FILLER                  PIC X(26) VALUE
               "POSTDATE ENTRIES REMOVED: ".
           05  BKO-PDT-REMOVED         PIC ZZ9.
           05  FILLER                  PIC X(26) VALUE
               "  RUNHIST RECORDS MARKED: ".
           05  BKO-HIST-MARKED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(27) VALUE
               "  ITEMHIST RECORDS MARKED: ".
           05  BKO-ITEM-MARKED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-BKO-GL-TOT-LINE.
           05  FILLER                  PIC X(19) VALUE
               "GL REVERSAL LINES: ".
           05  BKO-GL-LINES            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  DEBITS: ".
           05  BKO-GL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
           05  BKO-GL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-BKO-DATE                 PIC 9(8) VALUE 0.
       01  WS-BKO-CYCLE                PIC 9(2) VALUE 0.
       01  WS-LAST-DATE                PIC 9(8) VALUE 0.
       01  WS-LAST-CYCLE               PIC 9(2) VALUE 0.
       01  WS-PDT-CYCLE                PIC 9(2) VALUE 0.
       01  WS-CJR-CYCLE                PIC 9(2) VALUE 0.
       01  WS-HST-CYCLE                PIC 9(2) VALUE 0.
       01  WS-PDT-POSTED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLW-POSTED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLW-ACTIVITY-NET         PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-RESTORED-COUNT           PIC 9(5) VALUE 0.
       01  WS-BR-REMOVED-COUNT         PIC 9(5) VALUE 0.
       01  WS-RESTORED-NET             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ACCT-REVERSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACCT-REMOVED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACCT-REVERSED-ITEMS      PIC 9(9) VALUE 0.
       01  WS-ACCT-REVERSED-NET        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PDT-REMOVED-COUNT        PIC 9(3) VALUE 0.
       01  WS-HIST-MARKED-COUNT        PIC 9(7) VALUE 0.
       01  WS-ITEM-MARKED-COUNT        PIC 9(9) VALUE 0.
       01  WS-GSL-MARKED-COUNT         PIC 9(3) VALUE 0.
       01  WS-REVERSAL-SEND-NUMBER     PIC 9(2) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL              PIC 9(15)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(15)V99 COMP-3 VALUE 0.
       01  WS-LINE-TYPE-CODE           PIC X VALUE SPACES.
       01  WS-LINE-COUNT-FIELD         PIC 9(7) VALUE 0.
       01  WS-LINE-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-GLW-HEADER-SEEN-SW       PIC X VALUE 'N'.
           88  WS-GLW-HEADER-SEEN              VALUE 'Y'.
       01  WS-CYCLE-FOUND-FLAG         PIC 9 VALUE 0.
       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-REFUSE-FLAG              PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PDT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NPDT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NHST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NITM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GLW-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-JRN-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-GSL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NGSL-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-PDT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-PDT-EOF                      VALUE 'Y'.
       01  WS-CJR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CJR-EOF                      VALUE 'Y'.
       01  WS-AJR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-AJR-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-HIST-EOF                     VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-EOF                     VALUE 'Y'.
       01  WS-GLW-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GLW-EOF                      VALUE 'Y'.
       01  WS-GSL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GSL-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-CHECK-MOST-RECENT-CYCLE
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 1200-LOAD-CONTROL-JOURNAL
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 1300-LOAD-ACCOUNT-JOURNAL
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 1400-LOAD-GL-ACTIVITY
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 1500-VERIFY-CONTROL-FILE
           END-IF
           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 1600-VERIFY-ACCOUNT-FILE
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 2000-RESTORE-CONTROL-BALANCES
               IF WS-FATAL-FLAG = 0
                   PERFORM 3000-REVERSE-ACCOUNT-POSITIONS
               END-IF
               IF WS-FATAL-FLAG = 0
                   PERFORM 4000-REMOVE-POSTED-DATE
               END-IF
               IF WS-FATAL-FLAG = 0
                   PERFORM 5000-MARK-RUN-HISTORY
               END-IF
               IF WS-FATAL-FLAG = 0
                   PERFORM 6000-WRITE-REVERSING-JOURNAL
               END-IF
               IF WS-FATAL-FLAG = 0
                   PERFORM 6100-UPDATE-GL-SEND-LOG
               END-IF
               PERFORM 7000-CLOSE-BACKOUT-REPORT
           END-IF

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The date and cycle to back out come from operations on
      *    the BKOPARM card.  A missing or unreadable card is fatal
      *    -- this job must never guess at what to undo.
           OPEN INPUT BACKOUT-PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ BACKOUT-PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: backout parameter file is "
                           "empty, no date/cycle to back out"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           AND PRM-CYCLE-NUMBER IS NUMERIC
                           AND PRM-CYCLE-NUMBER > 0
                           MOVE PRM-RUN-DATE TO WS-BKO-DATE
                           MOVE PRM-CYCLE-NUMBER TO WS-BKO-CYCLE
                       ELSE
                           DISPLAY "ERROR: invalid backout parameter "
                               "card " BACKOUT-PARAMETER-RECORD
                           SET WS-FATAL-FLAG TO 1
                       END-IF
               END-READ
               CLOSE BACKOUT-PARAMETER-FILE
           ELSE
               DISPLAY "ERROR: unable to open backout parameter "
                   "file, status " WS-PRM-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1100-CHECK-MOST-RECENT-CYCLE.
      *    Every later cycle was posted on top of this one's
      *    balances, so only the latest date/cycle on the
      *    posted-date file can be backed out.  Records from before
      *    the cycle number existed are taken as cycle 01.
           MOVE 'N' TO WS-PDT-EOF-SWITCH
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-NOTE-POSTED-RECORD
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               DISPLAY "ERROR: unable to open posted date file, "
                   "status " WS-PDT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0
               IF WS-CYCLE-FOUND-FLAG = 0
                   DISPLAY "ERROR: date " WS-BKO-DATE " cycle "
                       WS-BKO-CYCLE " is not on the posted date "
                       "file, nothing to back out"
                   SET WS-REFUSE-FLAG TO 1
               ELSE
                   IF WS-LAST-DATE NOT = WS-BKO-DATE
                       OR WS-LAST-CYCLE NOT = WS-BKO-CYCLE
                       DISPLAY "ERROR: date " WS-BKO-DATE " cycle "
                           WS-BKO-CYCLE " is not the most recent "
                           "posting, latest is " WS-LAST-DATE
                           " cycle " WS-LAST-CYCLE
                       SET WS-REFUSE-FLAG TO 1
                   END-IF
               END-IF
           END-IF.

       1110-NOTE-POSTED-RECORD.
           IF PDT-POSTED-DATE IS NUMERIC
               IF PDT-CYCLE-NUMBER IS NUMERIC
                   MOVE PDT-CYCLE-NUMBER TO WS-PDT-CYCLE
               ELSE
                   MOVE 1 TO WS-PDT-CYCLE
               END-IF
               IF PDT-POSTED-DATE > WS-LAST-DATE
                   OR (PDT-POSTED-DATE = WS-LAST-DATE
                       AND WS-PDT-CYCLE > WS-LAST-CYCLE)
                   MOVE PDT-POSTED-DATE TO WS-LAST-DATE
                   MOVE WS-PDT-CYCLE TO WS-LAST-CYCLE
               END-IF
               IF PDT-POSTED-DATE = WS-BKO-DATE
                   AND WS-PDT-CYCLE = WS-BKO-CYCLE
                   MOVE 1 TO WS-CYCLE-FOUND-FLAG
                   IF PDT-POSTED-TOTAL IS NUMERIC
                       MOVE PDT-POSTED-TOTAL TO WS-PDT-POSTED-TOTAL
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-CONTROL-JOURNAL.
      *    Collect the cycle's posting records.  A backout record
      *    for the same date/cycle means an earlier posting of it
      *    was already undone; only the posting after that counts.
           OPEN INPUT CONTROL-JOURNAL-FILE
           IF WS-CJR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CJR-EOF
                   READ CONTROL-JOURNAL-FILE
                       AT END
                           SET WS-CJR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-NOTE-CONTROL-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-JOURNAL-FILE
           ELSE
               DISPLAY "ERROR: unable to open control journal, "
                   "status " WS-CJR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-CJT-TOTAL-ENTRIES = 0
               DISPLAY "ERROR: control journal holds no records "
                   "for date " WS-BKO-DATE " cycle " WS-BKO-CYCLE
               SET WS-REFUSE-FLAG TO 1
           END-IF.

       1210-NOTE-CONTROL-JOURNAL.
           IF CJR-CYCLE-NUMBER IS NUMERIC
               MOVE CJR-CYCLE-NUMBER TO WS-CJR-CYCLE
           ELSE
               MOVE 1 TO WS-CJR-CYCLE
           END-IF
           IF CJR-RUN-DATE = WS-BKO-DATE
               AND WS-CJR-CYCLE = WS-BKO-CYCLE
               IF CJR-FROM-BACKOUT
                   MOVE 0 TO WS-CJT-TOTAL-ENTRIES
               ELSE
                   PERFORM 1220-ADD-CONTROL-ENTRY
               END-IF
           END-IF.

       1220-ADD-CONTROL-ENTRY.
           IF WS-CJT-TOTAL-ENTRIES < 500
               ADD 1 TO WS-CJT-TOTAL-ENTRIES
               SET WS-CJT-IDX TO WS-CJT-TOTAL-ENTRIES
               MOVE CJR-BRANCH-CODE TO WS-CJT-BRANCH-CODE(WS-CJT-IDX)
               MOVE CJR-OLD-COUNT TO WS-CJT-OLD-COUNT(WS-CJT-IDX)
               MOVE CJR-OLD-TOTAL TO WS-CJT-OLD-TOTAL(WS-CJT-IDX)
               MOVE CJR-OLD-MTD-COUNT TO
                   WS-CJT-OLD-MTD-COUNT(WS-CJT-IDX)
               MOVE CJR-OLD-MTD-TOTAL TO
                   WS-CJT-OLD-MTD-TOTAL(WS-CJT-IDX)
               MOVE CJR-OLD-YTD-COUNT TO
                   WS-CJT-OLD-YTD-COUNT(WS-CJT-IDX)
               MOVE CJR-OLD-YTD-TOTAL TO
                   WS-CJT-OLD-YTD-TOTAL(WS-CJT-IDX)
               MOVE CJR-NEW-COUNT TO WS-CJT-NEW-COUNT(WS-CJT-IDX)
               MOVE CJR-NEW-TOTAL TO WS-CJT-NEW-TOTAL(WS-CJT-IDX)
               MOVE CJR-NEW-MTD-COUNT TO
                   WS-CJT-NEW-MTD-COUNT(WS-CJT-IDX)
               MOVE CJR-NEW-MTD-TOTAL TO
                   WS-CJT-NEW-MTD-TOTAL(WS-CJT-IDX)
               MOVE CJR-NEW-YTD-COUNT TO
                   WS-CJT-NEW-YTD-COUNT(WS-CJT-IDX)
               MOVE CJR-NEW-YTD-TOTAL TO
                   WS-CJT-NEW-YTD-TOTAL(WS-CJT-IDX)
               MOVE CJR-NEW-BRANCH-IND TO
                   WS-CJT-NEW-BRANCH-IND(WS-CJT-IDX)
           ELSE
               DISPLAY "ERROR: more than 500 branches journalled "
                   "for the cycle, backout cannot be complete"
               SET WS-REFUSE-FLAG TO 1
           END-IF.

       1300-LOAD-ACCOUNT-JOURNAL.
      *    An absent account journal means the cycle was posted
      *    before account activity was journalled, and its account
      *    positions cannot be taken back out.
           OPEN INPUT ACCOUNT-JOURNAL-FILE
           IF WS-AJR-FILE-STATUS = "00"
               PERFORM UNTIL WS-AJR-EOF
                   READ ACCOUNT-JOURNAL-FILE
                       AT END
                           SET WS-AJR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-NOTE-ACCOUNT-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-JOURNAL-FILE
           ELSE
               IF WS-AJR-FILE-STATUS = "35"
                   DISPLAY "ERROR: account journal absent, account "
                       "positions for the cycle cannot be reversed"
                   SET WS-REFUSE-FLAG TO 1
               ELSE
                   DISPLAY "ERROR: unable to open account journal, "
                       "status " WS-AJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1310-NOTE-ACCOUNT-JOURNAL.
           IF AJR-RUN-DATE = WS-BKO-DATE
               AND AJR-CYCLE-NUMBER = WS-BKO-CYCLE
               IF AJR-FROM-BACKOUT
                   MOVE 0 TO WS-AJT-TOTAL-ENTRIES
               ELSE
                   PERFORM 1320-ADD-ACCOUNT-ENTRY
               END-IF
           END-IF.

       1320-ADD-ACCOUNT-ENTRY.
           IF WS-AJT-TOTAL-ENTRIES < 5000
               ADD 1 TO WS-AJT-TOTAL-ENTRIES
               SET WS-AJT-IDX TO WS-AJT-TOTAL-ENTRIES
               MOVE AJR-BRANCH-CODE TO WS-AJT-BRANCH-CODE(WS-AJT-IDX)
               MOVE AJR-ACCOUNT-NO TO WS-AJT-ACCOUNT-NO(WS-AJT-IDX)
               MOVE AJR-ITEM-COUNT TO WS-AJT-ITEM-COUNT(WS-AJT-IDX)
               MOVE AJR-NET-AMOUNT TO WS-AJT-NET-AMOUNT(WS-AJT-IDX)
               MOVE AJR-OLD-LAST-POST-DATE TO
                   WS-AJT-OLD-LAST-DATE(WS-AJT-IDX)
               MOVE AJR-NEW-ACCOUNT-IND TO
                   WS-AJT-NEW-ACCOUNT-IND(WS-AJT-IDX)
           ELSE
               DISPLAY "ERROR: more than 5000 accounts journalled "
                   "for the cycle, backout cannot be complete"
               SET WS-REFUSE-FLAG TO 1
           END-IF.

       1400-LOAD-GL-ACTIVITY.
      *    GLWORK still holds the posting activity of the latest
      *    clean run.  It must be this date/cycle's and must net to
      *    the cycle's posted total, or the ledger cannot be
      *    unwound in step and nothing is backed out.
           OPEN INPUT GL-WORK-FILE
           IF WS-GLW-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLW-EOF
                   READ GL-WORK-FILE
                       AT END
                           SET WS-GLW-EOF TO TRUE
                       NOT AT END
                           PERFORM 1410-NOTE-GL-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-WORK-FILE
           ELSE
               DISPLAY "ERROR: unable to open posting activity "
                   "file, status " WS-GLW-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               IF NOT WS-GLW-HEADER-SEEN
                   DISPLAY "ERROR: posting activity file has no "
                       "header, reversing journal cannot be built"
                   SET WS-REFUSE-FLAG TO 1
               ELSE
                   IF WS-GLW-ACTIVITY-NET NOT = WS-GLW-POSTED-TOTAL
                       OR WS-GLW-POSTED-TOTAL NOT = WS-PDT-POSTED-TOTAL
                       DISPLAY "ERROR: posting activity does not net "
                           "to the cycle's posted total, reversing "
                           "journal cannot be built"
                       SET WS-REFUSE-FLAG TO 1
                   END-IF
               END-IF
           END-IF.

       1410-NOTE-GL-WORK-RECORD.
           EVALUATE TRUE
               WHEN GLW-IS-HEADER
                   MOVE 'Y' TO WS-GLW-HEADER-SEEN-SW
                   IF GLW-RUN-DATE NOT = WS-BKO-DATE
                       OR GLW-CYCLE-NUMBER IS NOT NUMERIC
                       OR GLW-CYCLE-NUMBER NOT = WS-BKO-CYCLE
                       DISPLAY "ERROR: posting activity file is for "
                           "date " GLW-RUN-DATE " cycle "
                           GLW-CYCLE-NUMBER ", not the cycle being "
                           "backed out"
                       SET WS-REFUSE-FLAG TO 1
                   END-IF
                   MOVE GLW-POSTED-TOTAL TO WS-GLW-POSTED-TOTAL
               WHEN GLW-IS-DETAIL
                   PERFORM 1420-ROLL-UP-ONE-BRANCH
               WHEN OTHER
                   DISPLAY "ERROR: bad record type " GLW-REC-TYPE
                       " in posting activity file"
                   SET WS-REFUSE-FLAG TO 1
           END-EVALUATE.

       1420-ROLL-UP-ONE-BRANCH.
           SET WS-REGION-IDX TO 1
           IF WS-REGION-TOTAL-ENTRIES > 0
               SEARCH WS-REGION-ENTRY
                   AT END
                       PERFORM 1430-ADD-REGION-ENTRY
                   WHEN WS-REG-CODE(WS-REGION-IDX) =
                           GLW-REGION-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 1430-ADD-REGION-ENTRY
           END-IF

           ADD GLW-DEP-COUNT TO WS-REG-DEP-COUNT(WS-REGION-IDX)
           ADD GLW-DEP-AMOUNT TO WS-REG-DEP-AMOUNT(WS-REGION-IDX)
           ADD GLW-WDL-COUNT TO WS-REG-WDL-COUNT(WS-REGION-IDX)
           ADD GLW-WDL-AMOUNT TO WS-REG-WDL-AMOUNT(WS-REGION-IDX)
           ADD GLW-REV-COUNT TO WS-REG-REV-COUNT(WS-REGION-IDX)
           ADD GLW-REV-AMOUNT TO WS-REG-REV-AMOUNT(WS-REGION-IDX)
           ADD GLW-ADJ-COUNT TO WS-REG-ADJ-COUNT(WS-REGION-IDX)
           ADD GLW-ADJ-AMOUNT TO WS-REG-ADJ-AMOUNT(WS-REGION-IDX)

           ADD GLW-DEP-AMOUNT TO WS-GLW-ACTIVITY-NET
           ADD GLW-WDL-AMOUNT TO WS-GLW-ACTIVITY-NET
           ADD GLW-REV-AMOUNT TO WS-GLW-ACTIVITY-NET
           ADD GLW-ADJ-AMOUNT TO WS-GLW-ACTIVITY-NET.

       1430-ADD-REGION-ENTRY.
           IF WS-REGION-TOTAL-ENTRIES < 100
               ADD 1 TO WS-REGION-TOTAL-ENTRIES
               SET WS-REGION-IDX TO WS-REGION-TOTAL-ENTRIES
               MOVE GLW-REGION-CODE TO WS-REG-CODE(WS-REGION-IDX)
               MOVE 0 TO WS-REG-DEP-COUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-DEP-AMOUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-WDL-COUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-WDL-AMOUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-REV-COUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-REV-AMOUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-ADJ-COUNT(WS-REGION-IDX)
               MOVE 0 TO WS-REG-ADJ-AMOUNT(WS-REGION-IDX)
           ELSE
               DISPLAY "ERROR: more than 100 region codes on the "
                   "posting activity file"
               SET WS-REFUSE-FLAG TO 1
               SET WS-REGION-IDX TO WS-REGION-TOTAL-ENTRIES
           END-IF.

       1500-VERIFY-CONTROL-FILE.
      *    Every branch must still carry exactly the balances the
      *    cycle wrote.  Anything else means the control file has
      *    moved since, and restoring the old figures would throw
      *    that later change away.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM VARYING WS-CJT-IDX FROM 1 BY 1
                       UNTIL WS-CJT-IDX > WS-CJT-TOTAL-ENTRIES
                   PERFORM 1510-VERIFY-ONE-BRANCH
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "ERROR: unable to open control file, "
                   "status " WS-CTL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1510-VERIFY-ONE-BRANCH.
           MOVE WS-CJT-BRANCH-CODE(WS-CJT-IDX) TO CTL-BRANCH-CODE
           READ CONTROL-FILE
               INVALID KEY
                   DISPLAY "ERROR: branch " CTL-BRANCH-CODE
                       " journalled for the cycle has no control "
                       "record"
                   SET WS-REFUSE-FLAG TO 1
               NOT INVALID KEY
                   IF CTL-AREA-1 NOT = WS-CJT-NEW-COUNT(WS-CJT-IDX)
                       OR CTL-AREA-2 NOT =
                           WS-CJT-NEW-TOTAL(WS-CJT-IDX)
                       OR CTL-MTD-COUNT NOT =
                           WS-CJT-NEW-MTD-COUNT(WS-CJT-IDX)
                       OR CTL-MTD-TOTAL NOT =
                           WS-CJT-NEW-MTD-TOTAL(WS-CJT-IDX)
                       OR CTL-YTD-COUNT NOT =
                           WS-CJT-NEW-YTD-COUNT(WS-CJT-IDX)
                       OR CTL-YTD-TOTAL NOT =
                           WS-CJT-NEW-YTD-TOTAL(WS-CJT-IDX)
                       DISPLAY "ERROR: branch " CTL-BRANCH-CODE
                           " control balances have moved since the "
                           "cycle posted"
                       SET WS-REFUSE-FLAG TO 1
                   END-IF
           END-READ.

       1600-VERIFY-ACCOUNT-FILE.
      *    Every account must still hold at least the cycle's
      *    activity and still show the cycle's date as its last
      *    posting; a position the cycle created must hold exactly
      *    the cycle's activity, since it is removed outright.
           IF WS-AJT-TOTAL-ENTRIES > 0
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACC-FILE-STATUS = "00"
                   PERFORM VARYING WS-AJT-IDX FROM 1 BY 1
                           UNTIL WS-AJT-IDX > WS-AJT-TOTAL-ENTRIES
                       PERFORM 1610-VERIFY-ONE-ACCOUNT
                   END-PERFORM
                   CLOSE ACCOUNT-FILE
               ELSE
                   DISPLAY "ERROR: unable to open account file, "
                       "status " WS-ACC-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1610-VERIFY-ONE-ACCOUNT.
           MOVE WS-AJT-BRANCH-CODE(WS-AJT-IDX) TO ACC-BRANCH-CODE
           MOVE WS-AJT-ACCOUNT-NO(WS-AJT-IDX) TO ACC-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: account " ACC-ACCOUNT-KEY
                       " journalled for the cycle is not on file"
                   SET WS-REFUSE-FLAG TO 1
               NOT INVALID KEY
                   IF ACC-COUNT < WS-AJT-ITEM-COUNT(WS-AJT-IDX)
                       OR ACC-LAST-POST-DATE NOT = WS-BKO-DATE
                       OR (WS-AJT-NEW-ACCOUNT-IND(WS-AJT-IDX) = "Y"
                           AND (ACC-COUNT NOT =
                                   WS-AJT-ITEM-COUNT(WS-AJT-IDX)
                               OR ACC-TOTAL NOT =
                                   WS-AJT-NET-AMOUNT(WS-AJT-IDX)))
                       DISPLAY "ERROR: account " ACC-ACCOUNT-KEY
                           " position has moved since the cycle "
                           "posted"
                       SET WS-REFUSE-FLAG TO 1
                   END-IF
           END-READ.

       2000-RESTORE-CONTROL-BALANCES.
      *    Each branch goes back to the balances it carried before
      *    the cycle; a branch the cycle first created is removed.
      *    The overflow indicator describes the last run only and
      *    is left for the next posting run to rewrite.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           MOVE WS-BKO-DATE TO BKO-TITLE-DATE
           MOVE WS-BKO-CYCLE TO BKO-TITLE-CYCLE
           MOVE WS-BKO-TITLE-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE WS-BKO-COLUMN-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD

           OPEN I-O CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open control file for "
                   "update, status " WS-CTL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               OPEN EXTEND CONTROL-JOURNAL-FILE
               IF WS-CJR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CONTROL-JOURNAL-FILE
               END-IF
               IF WS-CJR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to open control journal, "
                       "status " WS-CJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               ELSE
                   PERFORM VARYING WS-CJT-IDX FROM 1 BY 1
                           UNTIL WS-CJT-IDX > WS-CJT-TOTAL-ENTRIES
                              OR WS-FATAL-FLAG = 1
                       PERFORM 2010-RESTORE-ONE-BRANCH
                   END-PERFORM
                   CLOSE CONTROL-JOURNAL-FILE
               END-IF
               CLOSE CONTROL-FILE
           END-IF

           MOVE WS-RESTORED-COUNT TO BKO-RESTORED-COUNT
           MOVE WS-BR-REMOVED-COUNT TO BKO-BR-REMOVED-COUNT
           MOVE WS-RESTORED-NET TO BKO-RESTORED-NET
           MOVE WS-BKO-BRANCH-TOT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

       2010-RESTORE-ONE-BRANCH.
           MOVE WS-CJT-BRANCH-CODE(WS-CJT-IDX) TO CTL-BRANCH-CODE
           READ CONTROL-FILE
               INVALID KEY
                   DISPLAY "ERROR: control record for branch "
                       CTL-BRANCH-CODE " vanished during backout"
                   SET WS-FATAL-FLAG TO 1
           END-READ

           IF WS-CTL-FILE-STATUS = "00"
               MOVE CTL-BRANCH-CODE TO BKO-BRANCH-CODE
               MOVE "BEFORE " TO BKO-STAGE
               MOVE CTL-AREA-1 TO BKO-COUNT
               MOVE CTL-AREA-2 TO BKO-TOTAL
               MOVE CTL-MTD-COUNT TO BKO-MTD-COUNT
               MOVE CTL-MTD-TOTAL TO BKO-MTD-TOTAL
               MOVE CTL-YTD-COUNT TO BKO-YTD-COUNT
               MOVE CTL-YTD-TOTAL TO BKO-YTD-TOTAL
               MOVE WS-BKO-DETAIL-LINE TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD

               IF WS-CJT-NEW-BRANCH-IND(WS-CJT-IDX) = "Y"
                   DELETE CONTROL-FILE
                       INVALID KEY
                           DISPLAY "ERROR: unable to remove control "
                               "record for branch " CTL-BRANCH-CODE
                           SET WS-FATAL-FLAG TO 1
                       NOT INVALID KEY
                           ADD 1 TO WS-BR-REMOVED-COUNT
                           MOVE "REMOVED" TO BKO-STAGE
                           PERFORM 2015-REPORT-RESTORED-BRANCH
                   END-DELETE
               ELSE
                   MOVE WS-CJT-OLD-COUNT(WS-CJT-IDX) TO CTL-AREA-1
                   MOVE WS-CJT-OLD-TOTAL(WS-CJT-IDX) TO CTL-AREA-2
                   MOVE WS-CJT-OLD-MTD-COUNT(WS-CJT-IDX) TO
                       CTL-MTD-COUNT
                   MOVE WS-CJT-OLD-MTD-TOTAL(WS-CJT-IDX) TO
                       CTL-MTD-TOTAL
                   MOVE WS-CJT-OLD-YTD-COUNT(WS-CJT-IDX) TO
                       CTL-YTD-COUNT
                   MOVE WS-CJT-OLD-YTD-TOTAL(WS-CJT-IDX) TO
                       CTL-YTD-TOTAL
                   REWRITE CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: unable to restore control "
                               "record for branch " CTL-BRANCH-CODE
                           SET WS-FATAL-FLAG TO 1
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           MOVE "AFTER  " TO BKO-STAGE
                           PERFORM 2015-REPORT-RESTORED-BRANCH
                   END-REWRITE
               END-IF
           END-IF.

       2015-REPORT-RESTORED-BRANCH.
      *    Only a branch actually restored or removed is reported
      *    and journalled.
           COMPUTE WS-RESTORED-NET = WS-RESTORED-NET
               + WS-CJT-OLD-TOTAL(WS-CJT-IDX)
               - WS-CJT-NEW-TOTAL(WS-CJT-IDX)

           MOVE WS-CJT-OLD-COUNT(WS-CJT-IDX) TO BKO-COUNT
           MOVE WS-CJT-OLD-TOTAL(WS-CJT-IDX) TO BKO-TOTAL
           MOVE WS-CJT-OLD-MTD-COUNT(WS-CJT-IDX) TO BKO-MTD-COUNT
           MOVE WS-CJT-OLD-MTD-TOTAL(WS-CJT-IDX) TO BKO-MTD-TOTAL
           MOVE WS-CJT-OLD-YTD-COUNT(WS-CJT-IDX) TO BKO-YTD-COUNT
           MOVE WS-CJT-OLD-YTD-TOTAL(WS-CJT-IDX) TO BKO-YTD-TOTAL
           MOVE WS-BKO-DETAIL-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD

           PERFORM 2020-JOURNAL-RESTORED-BRANCH.

       2020-JOURNAL-RESTORED-BRANCH.
      *    The restore is itself a control-file change: journalled
      *    under the backed-out date/cycle, old figures being the
      *    ones the cycle wrote and new figures the ones restored.
           MOVE WS-BKO-DATE TO CJR-RUN-DATE
           MOVE WS-BKO-CYCLE TO CJR-CYCLE-NUMBER
           MOVE WS-CJT-BRANCH-CODE(WS-CJT-IDX) TO CJR-BRANCH-CODE
           MOVE WS-CJT-NEW-COUNT(WS-CJT-IDX) TO CJR-OLD-COUNT
           MOVE WS-CJT-NEW-TOTAL(WS-CJT-IDX) TO CJR-OLD-TOTAL
           MOVE WS-CJT-NEW-MTD-COUNT(WS-CJT-IDX) TO CJR-OLD-MTD-COUNT
           MOVE WS-CJT-NEW-MTD-TOTAL(WS-CJT-IDX) TO CJR-OLD-MTD-TOTAL
           MOVE WS-CJT-NEW-YTD-COUNT(WS-CJT-IDX) TO CJR-OLD-YTD-COUNT
           MOVE WS-CJT-NEW-YTD-TOTAL(WS-CJT-IDX) TO CJR-OLD-YTD-TOTAL
           MOVE WS-CJT-OLD-COUNT(WS-CJT-IDX) TO CJR-NEW-COUNT
           MOVE WS-CJT-OLD-TOTAL(WS-CJT-IDX) TO CJR-NEW-TOTAL
           MOVE WS-CJT-OLD-MTD-COUNT(WS-CJT-IDX) TO CJR-NEW-MTD-COUNT
           MOVE WS-CJT-OLD-MTD-TOTAL(WS-CJT-IDX) TO CJR-NEW-MTD-TOTAL
           MOVE WS-CJT-OLD-YTD-COUNT(WS-CJT-IDX) TO CJR-NEW-YTD-COUNT
           MOVE WS-CJT-OLD-YTD-TOTAL(WS-CJT-IDX) TO CJR-NEW-YTD-TOTAL
           COMPUTE CJR-DELTA-COUNT =
               CJR-NEW-COUNT - CJR-OLD-COUNT
           COMPUTE CJR-DELTA-TOTAL =
               CJR-NEW-TOTAL - CJR-OLD-TOTAL
           MOVE WS-CJT-NEW-BRANCH-IND(WS-CJT-IDX) TO
               CJR-NEW-BRANCH-IND
           SET CJR-FROM-BACKOUT TO TRUE
           WRITE CONTROL-JOURNAL-RECORD.

       3000-REVERSE-ACCOUNT-POSITIONS.
      *    The cycle's activity comes back out of each account and
      *    the last-post date goes back to what it was; a position
      *    the cycle created is removed.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open account file for "
                   "update, status " WS-ACC-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               OPEN EXTEND ACCOUNT-JOURNAL-FILE
               IF WS-AJR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCOUNT-JOURNAL-FILE
               END-IF
               IF WS-AJR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to open account journal, "
                       "status " WS-AJR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               ELSE
                   PERFORM VARYING WS-AJT-IDX FROM 1 BY 1
                           UNTIL WS-AJT-IDX > WS-AJT-TOTAL-ENTRIES
                              OR WS-FATAL-FLAG = 1
                       PERFORM 3010-REVERSE-ONE-ACCOUNT
                   END-PERFORM
                   CLOSE ACCOUNT-JOURNAL-FILE
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF

           MOVE WS-ACCT-REVERSED-COUNT TO BKO-ACCT-COUNT
           MOVE WS-ACCT-REMOVED-COUNT TO BKO-ACCT-REMOVED-COUNT
           MOVE WS-ACCT-REVERSED-ITEMS TO BKO-ACCT-ITEMS
           MOVE WS-ACCT-REVERSED-NET TO BKO-ACCT-NET
           MOVE WS-BKO-ACCT-TOT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

       3010-REVERSE-ONE-ACCOUNT.
           MOVE WS-AJT-BRANCH-CODE(WS-AJT-IDX) TO ACC-BRANCH-CODE
           MOVE WS-AJT-ACCOUNT-NO(WS-AJT-IDX) TO ACC-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: account " ACC-ACCOUNT-KEY
                       " vanished during backout"
                   SET WS-FATAL-FLAG TO 1
           END-READ

           IF WS-ACC-FILE-STATUS = "00"
               IF WS-AJT-NEW-ACCOUNT-IND(WS-AJT-IDX) = "Y"
                   DELETE ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "ERROR: unable to remove account "
                               ACC-ACCOUNT-KEY
                           SET WS-FATAL-FLAG TO 1
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCT-REMOVED-COUNT
                           PERFORM 3015-JOURNAL-REVERSED-ACCOUNT
                   END-DELETE
               ELSE
                   SUBTRACT WS-AJT-ITEM-COUNT(WS-AJT-IDX)
                       FROM ACC-COUNT
                   SUBTRACT WS-AJT-NET-AMOUNT(WS-AJT-IDX)
                       FROM ACC-TOTAL
                   MOVE WS-AJT-OLD-LAST-DATE(WS-AJT-IDX) TO
                       ACC-LAST-POST-DATE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: unable to reverse account "
                               ACC-ACCOUNT-KEY
                           SET WS-FATAL-FLAG TO 1
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCT-REVERSED-COUNT
                           PERFORM 3015-JOURNAL-REVERSED-ACCOUNT
                   END-REWRITE
               END-IF
           END-IF.

       3015-JOURNAL-REVERSED-ACCOUNT.
      *    Only a position actually reversed or removed is counted
      *    and journalled.
           ADD WS-AJT-ITEM-COUNT(WS-AJT-IDX) TO
               WS-ACCT-REVERSED-ITEMS
           SUBTRACT WS-AJT-NET-AMOUNT(WS-AJT-IDX) FROM
               WS-ACCT-REVERSED-NET

           MOVE WS-BKO-DATE TO AJR-RUN-DATE
           MOVE WS-BKO-CYCLE TO AJR-CYCLE-NUMBER
           MOVE WS-AJT-BRANCH-CODE(WS-AJT-IDX) TO AJR-BRANCH-CODE
           MOVE WS-AJT-ACCOUNT-NO(WS-AJT-IDX) TO AJR-ACCOUNT-NO
           MOVE WS-AJT-ITEM-COUNT(WS-AJT-IDX) TO AJR-ITEM-COUNT
           COMPUTE AJR-NET-AMOUNT =
               0 - WS-AJT-NET-AMOUNT(WS-AJT-IDX)
           MOVE WS-BKO-DATE TO AJR-OLD-LAST-POST-DATE
           MOVE WS-AJT-NEW-ACCOUNT-IND(WS-AJT-IDX) TO
               AJR-NEW-ACCOUNT-IND
           SET AJR-FROM-BACKOUT TO TRUE
           WRITE ACCOUNT-JOURNAL-RECORD.

       4000-REMOVE-POSTED-DATE.
      *    The retained posted dates go to POSTDATN, minus the
      *    backed-out date/cycle, for the swap step to put in
      *    place of POSTDATE.
           MOVE 'N' TO WS-PDT-EOF-SWITCH
           OPEN INPUT POSTED-DATE-FILE
           OPEN OUTPUT NEW-POSTED-FILE
           PERFORM UNTIL WS-PDT-EOF
               READ POSTED-DATE-FILE
                   AT END
                       SET WS-PDT-EOF TO TRUE
                   NOT AT END
                       IF PDT-CYCLE-NUMBER IS NUMERIC
                           MOVE PDT-CYCLE-NUMBER TO WS-PDT-CYCLE
                       ELSE
                           MOVE 1 TO WS-PDT-CYCLE
                       END-IF
                       IF PDT-POSTED-DATE = WS-BKO-DATE
                           AND WS-PDT-CYCLE = WS-BKO-CYCLE
                           ADD 1 TO WS-PDT-REMOVED-COUNT
                       ELSE
                           MOVE POSTED-DATE-RECORD TO NEW-POSTED-RECORD
                           WRITE NEW-POSTED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-DATE-FILE
           CLOSE NEW-POSTED-FILE.

       5000-MARK-RUN-HISTORY.
      *    The cycle's history records are kept but marked, so the
      *    trend report drops them and the audit trail survives.
      *    Records from before the cycle was kept are taken as
      *    cycle 01.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               OPEN OUTPUT NEW-HISTORY-FILE
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 5010-COPY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               CLOSE NEW-HISTORY-FILE
           ELSE
               DISPLAY "ERROR: unable to open run history file, "
                   "status " WS-HIST-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           PERFORM 5100-MARK-ITEM-HISTORY

           MOVE WS-PDT-REMOVED-COUNT TO BKO-PDT-REMOVED
           MOVE WS-HIST-MARKED-COUNT TO BKO-HIST-MARKED
           MOVE WS-ITEM-MARKED-COUNT TO BKO-ITEM-MARKED
           MOVE WS-BKO-FILE-TOT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

       5010-COPY-HISTORY-RECORD.
           IF HST-CYCLE-NUMBER IS NUMERIC
               MOVE HST-CYCLE-NUMBER TO WS-HST-CYCLE
           ELSE
               MOVE 1 TO WS-HST-CYCLE
           END-IF
           IF HST-RUN-DATE = WS-BKO-DATE
               AND WS-HST-CYCLE = WS-BKO-CYCLE
               AND NOT HST-IS-BACKED-OUT
               SET HST-IS-BACKED-OUT TO TRUE
               ADD 1 TO WS-HIST-MARKED-COUNT
           END-IF
           MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD
           WRITE NEW-HISTORY-RECORD.

       5100-MARK-ITEM-HISTORY.
      *    The cycle's posted items are likewise kept but marked.
      *    No item history yet means nothing to mark; the new file
      *    is still written so the swap step has its input.
           OPEN OUTPUT NEW-POSTED-ITEM-FILE
           OPEN INPUT POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-EOF
                   READ POSTED-ITEM-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM 5110-COPY-ITEM-RECORD
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-FILE
           ELSE
               IF WS-ITEM-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open item history "
                       "file, status " WS-ITEM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF
           CLOSE NEW-POSTED-ITEM-FILE.

       5110-COPY-ITEM-RECORD.
           IF PIH-RUN-DATE = WS-BKO-DATE
               AND PIH-CYCLE-NUMBER = WS-BKO-CYCLE
               AND NOT PIH-IS-BACKED-OUT
               SET PIH-IS-BACKED-OUT TO TRUE
               ADD 1 TO WS-ITEM-MARKED-COUNT
           END-IF
           MOVE POSTED-ITEM-RECORD TO NEW-POSTED-ITEM-RECORD
           WRITE NEW-POSTED-ITEM-RECORD.

       6000-WRITE-REVERSING-JOURNAL.
      *    The same journal GLEXTR wrote for the cycle, with every
      *    line on the opposite side: what went to the ledger as a
      *    credit comes back as a debit and the reverse.
           OPEN OUTPUT GL-JOURNAL-FILE

           MOVE WS-BKO-DATE TO JRN-HDR-RUN-DATE
           MOVE WS-JRN-HEADER-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD

           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-TOTAL-ENTRIES
               PERFORM 6010-WRITE-REGION-LINES
           END-PERFORM

           MOVE WS-LINE-COUNT TO JRN-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO JRN-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JRN-TRL-CREDIT-TOTAL
           MOVE WS-JRN-TRAILER-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD

           CLOSE GL-JOURNAL-FILE

           MOVE WS-LINE-COUNT TO BKO-GL-LINES
           MOVE WS-DEBIT-TOTAL TO BKO-GL-DEBITS
           MOVE WS-CREDIT-TOTAL TO BKO-GL-CREDITS
           MOVE WS-BKO-GL-TOT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

       6010-WRITE-REGION-LINES.
           IF WS-REG-DEP-COUNT(WS-REGION-IDX) > 0
               MOVE "D" TO WS-LINE-TYPE-CODE
               MOVE WS-REG-DEP-COUNT(WS-REGION-IDX) TO
                   WS-LINE-COUNT-FIELD
               MOVE WS-REG-DEP-AMOUNT(WS-REGION-IDX) TO
                   WS-LINE-AMOUNT
               PERFORM 6020-WRITE-JOURNAL-LINE
           END-IF
           IF WS-REG-WDL-COUNT(WS-REGION-IDX) > 0
               MOVE "W" TO WS-LINE-TYPE-CODE
               MOVE WS-REG-WDL-COUNT(WS-REGION-IDX) TO
                   WS-LINE-COUNT-FIELD
               MOVE WS-REG-WDL-AMOUNT(WS-REGION-IDX) TO
                   WS-LINE-AMOUNT
               PERFORM 6020-WRITE-JOURNAL-LINE
           END-IF
           IF WS-REG-REV-COUNT(WS-REGION-IDX) > 0
               MOVE "R" TO WS-LINE-TYPE-CODE
               MOVE WS-REG-REV-COUNT(WS-REGION-IDX) TO
                   WS-LINE-COUNT-FIELD
               MOVE WS-REG-REV-AMOUNT(WS-REGION-IDX) TO
                   WS-LINE-AMOUNT
               PERFORM 6020-WRITE-JOURNAL-LINE
           END-IF
           IF WS-REG-ADJ-COUNT(WS-REGION-IDX) > 0
               MOVE "A" TO WS-LINE-TYPE-CODE
               MOVE WS-REG-ADJ-COUNT(WS-REGION-IDX) TO
                   WS-LINE-COUNT-FIELD
               MOVE WS-REG-ADJ-AMOUNT(WS-REGION-IDX) TO
                   WS-LINE-AMOUNT
               PERFORM 6020-WRITE-JOURNAL-LINE
           END-IF.

       6020-WRITE-JOURNAL-LINE.
      *    A positive net went to the ledger as a credit and comes
      *    back as a debit; a negative net went as a debit and
      *    comes back as a credit.
           MOVE WS-REG-CODE(WS-REGION-IDX) TO JRN-REGION-CODE
           MOVE WS-LINE-TYPE-CODE TO JRN-TYPE-CODE
           MOVE WS-LINE-COUNT-FIELD TO JRN-ITEM-COUNT
           IF WS-LINE-AMOUNT < 0
               MOVE "C" TO JRN-DC-INDICATOR
               COMPUTE JRN-AMOUNT = 0 - WS-LINE-AMOUNT
               SUBTRACT WS-LINE-AMOUNT FROM WS-CREDIT-TOTAL
           ELSE
               MOVE "D" TO JRN-DC-INDICATOR
               MOVE WS-LINE-AMOUNT TO JRN-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-JRN-DETAIL-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.

       6100-UPDATE-GL-SEND-LOG.
      *    The send log is copied with the cycle's posting journal
      *    marked backed out and the reversing journal added at the
      *    end.  No send log yet means a log of just the reversal.
           OPEN OUTPUT NEW-SEND-LOG-FILE
           OPEN INPUT GL-SEND-LOG-FILE
           IF WS-GSL-FILE-STATUS = "00"
               PERFORM UNTIL WS-GSL-EOF
                   READ GL-SEND-LOG-FILE INTO GL-SEND-LOG-RECORD
                       AT END
                           SET WS-GSL-EOF TO TRUE
                       NOT AT END
                           PERFORM 6110-COPY-SEND-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-SEND-LOG-FILE
           ELSE
               IF WS-GSL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open journal send log, "
                       "status " WS-GSL-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           IF WS-GSL-MARKED-COUNT = 0
               DISPLAY "WARNING: no posting journal for the cycle "
                   "on the journal send log"
           END-IF

           MOVE WS-BKO-DATE TO GSL-RUN-DATE
           MOVE WS-BKO-CYCLE TO GSL-CYCLE-NUMBER
           SET GSL-IS-REVERSAL TO TRUE
           ADD 1 TO WS-REVERSAL-SEND-NUMBER
           MOVE WS-REVERSAL-SEND-NUMBER TO GSL-SEND-NUMBER
           MOVE WS-LINE-COUNT TO GSL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GSL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GSL-CREDIT-TOTAL
           SET GSL-IS-AWAITING-ACK TO TRUE
           MOVE 0 TO GSL-ACK-DATE
           MOVE 0 TO GSL-ACK-LINE-COUNT
           MOVE 0 TO GSL-ACK-DEBIT-TOTAL
           MOVE 0 TO GSL-ACK-CREDIT-TOTAL
           MOVE SPACES TO GSL-BACKOUT-IND
           WRITE NEW-SEND-LOG-RECORD FROM GL-SEND-LOG-RECORD
           CLOSE NEW-SEND-LOG-FILE.

       6110-COPY-SEND-LOG-RECORD.
           IF GSL-RUN-DATE = WS-BKO-DATE
               AND GSL-CYCLE-NUMBER = WS-BKO-CYCLE
               IF GSL-IS-POSTING AND NOT GSL-IS-BACKED-OUT
                   SET GSL-IS-BACKED-OUT TO TRUE
                   ADD 1 TO WS-GSL-MARKED-COUNT
               END-IF
               IF GSL-IS-REVERSAL
                   ADD 1 TO WS-REVERSAL-SEND-NUMBER
               END-IF
           END-IF
           WRITE NEW-SEND-LOG-RECORD FROM GL-SEND-LOG-RECORD.

       7000-CLOSE-BACKOUT-REPORT.
           CLOSE BACKOUT-REPORT-FILE

           DISPLAY "CYCBKOUT BACKED OUT DATE " WS-BKO-DATE
               " CYCLE " WS-BKO-CYCLE
           DISPLAY "CYCBKOUT BRANCHES RESTORED:  " WS-RESTORED-COUNT
           DISPLAY "CYCBKOUT ACCOUNTS REVERSED:  "
               WS-ACCT-REVERSED-COUNT.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-REFUSE-FLAG = 1
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
