       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
      *
      * Large-cash and structuring monitor for compliance.  Runs in
      * the daily job after every posting cycle TXNPROC ends RC=0,
      * against the same RUNPARM card.  The posted cash items --
      * deposits as cash in, withdrawals as cash out -- are taken
      * from the ITEMHIST posted-item history for a rolling window
      * of business days ending on the run date, the window counted
      * back over CALFILE business days, and totalled by branch,
      * account, direction and business date across every cycle and
      * feed.  The thresholds and window length come from the
      * CMPPARM card compliance maintains:
      *
      *   - an account whose cash in or cash out for the run date
      *     reaches the reportable threshold is written to the
      *     CTRFILE reportable-items file (once per date, amended
      *     when a later cycle the same day adds to it);
      *   - an account with activity on the run date is listed on
      *     CASHPAT as a suspicious pattern when, over the window,
      *     it put through the pattern number of items that each
      *     fell between the near-threshold floor and the
      *     threshold, or when no single day reached the threshold
      *     but the window's items (at least the pattern number of
      *     them) add up to it.
      *
      * Items backed out by CYCBKOUT and items posted without an
      * account number are not monitored.  A date's filing that the
      * run no longer reports -- its cycle backed out and the
      * corrected feed bringing the day under the threshold, or
      * taking the account's cash away -- is withdrawn on CTRFILE
      * with the day's total as it now stands.  RC=20 when the parameter
      * card is missing or invalid or a required file will not
      * open; reportable items and patterns are for compliance to
      * act on and do not change the return code.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT COMPLIANCE-PARAMETER-FILE ASSIGN TO CMPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT REPORTABLE-CASH-FILE ASSIGN TO CTRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT PATTERN-REPORT-FILE ASSIGN TO CASHPAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-RUN-MODE            PIC X.
           05  PRM-CYCLE-NUMBER        PIC 9(2).

      * The compliance parameter card: the reportable threshold for
      * one account's cash in or cash out on one business date, the
      * floor above which a single item counts as just under it,
      * the number of items that makes a pattern, and the window
      * length in business days.
       FD  COMPLIANCE-PARAMETER-FILE
           RECORDING MODE IS F.
       01  COMPLIANCE-PARAMETER-RECORD.
           05  CMP-REPORT-THRESHOLD    PIC 9(9)V99.
           05  CMP-NEAR-FLOOR          PIC 9(9)V99.
           05  CMP-PATTERN-ITEMS       PIC 9(3).
           05  CMP-WINDOW-DAYS         PIC 9(2).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       COPY PIHREC.

       FD  REPORTABLE-CASH-FILE
           RECORDING MODE IS F.
       COPY CTRREC.

       FD  PATTERN-REPORT-FILE
           RECORDING MODE IS F.
       01  PATTERN-REPORT-RECORD          PIC X(132).

      * One posted cash item in the window, amount unsigned.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH-CODE         PIC X(5).
           05  SRT-ACCOUNT-NO          PIC X(6).
           05  SRT-DIRECTION           PIC X.
           05  SRT-BUSINESS-DATE       PIC 9(8).
           05  SRT-CYCLE-NUMBER        PIC 9(2).
           05  SRT-AMOUNT              PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * The business days of the window, oldest first.
       01  WS-WIN-COUNT                PIC 9(2) VALUE 0.
       01  WS-WIN-SUB                  PIC 9(2) VALUE 0.
       01  WS-WIN-TABLE.
           05  WS-WIN-DATE             PIC 9(8) OCCURS 30 TIMES.

      * Reportable records already on CTRFILE for the run date, so
      * a later cycle (or a rerun) files only what has changed.
       01  WS-PRV-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRV-TOTAL-ENTRIES
                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-BRANCH-CODE      PIC X(5).
               10  WS-PRV-ACCOUNT-NO       PIC X(6).
               10  WS-PRV-DIRECTION        PIC X.
               10  WS-PRV-DAY-TOTAL        PIC 9(11)V99 COMP-3.
               10  WS-PRV-FILING-IND       PIC X.
                   88  WS-PRV-IS-WITHDRAWN         VALUE "W".
               10  WS-PRV-REPORTED-SW      PIC X.
                   88  WS-PRV-REPORTED             VALUE 'Y'.
               10  WS-PRV-CUR-ITEMS        PIC 9(5).
               10  WS-PRV-CUR-TOTAL        PIC 9(11)V99 COMP-3.

      * Pattern lines, held until the reportable section is done.
       01  WS-PAT-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PAT-TOTAL-ENTRIES
                   INDEXED BY WS-PAT-IDX.
               10  WS-PAT-LINE             PIC X(132).
       01  WS-PAT-OVERFLOW-COUNT          PIC 9(5) VALUE 0.

       01  WS-CSH-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "LARGE-CASH AND STRUCTURING MONITOR  BUSI".
           05  FILLER                  PIC X(10) VALUE
               "NESS DATE ".
           05  CSH-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(8) VALUE "  CYCLE ".
           05  CSH-TITLE-CYCLE         PIC 9(2).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-CSH-PARM-LINE-1.
           05  FILLER                  PIC X(22) VALUE
               "REPORTABLE THRESHOLD: ".
           05  CSH-PARM-THRESHOLD      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE
               "  NEAR-THRESHOLD FLOOR".
           05  FILLER                  PIC X(2) VALUE ": ".
           05  CSH-PARM-FLOOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-CSH-PARM-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "PATTERN ITEMS:        ".
           05  CSH-PARM-ITEMS          PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE "  WINDOW: ".
           05  CSH-PARM-WINDOW         PIC Z9.
           05  FILLER                  PIC X(20) VALUE
               " BUSINESS DAYS FROM ".
           05  CSH-PARM-WINDOW-START   PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  CSH-PARM-WINDOW-END     PIC 9(8).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-CSH-CTR-HEAD-LINE.
           05  FILLER                  PIC X(40) VALUE
               "REPORTABLE LARGE CASH FOR THE BUSINESS D".
           05  FILLER                  PIC X(3) VALUE "ATE".
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-CSH-CTR-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH ACCOUNT DIRECTION ITEMS          DAY ".
           05  FILLER                  PIC X(44) VALUE
               "TOTAL  FILING".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-CSH-CTR-DETAIL-LINE.
           05  CSH-CTR-BRANCH-CODE     PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-CTR-ACCOUNT-NO      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-CTR-DIRECTION       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-CTR-ITEMS           PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-CTR-DAY-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-CTR-FILING          PIC X(14).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-CSH-PAT-HEAD-LINE.
           05  FILLER                  PIC X(40) VALUE
               "SUSPICIOUS PATTERNS OVER THE WINDOW".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-CSH-PAT-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH ACCOUNT DIRECTION ITEMS       WINDOW ".
           05  FILLER                  PIC X(44) VALUE
               "TOTAL   NEAR  DAYS     RUN DATE TOTAL  REASO".
           05  FILLER                  PIC X(44) VALUE
               "N".

       01  WS-CSH-PAT-DETAIL-LINE.
           05  CSH-PAT-BRANCH-CODE     PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-ACCOUNT-NO      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-DIRECTION       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-ITEMS           PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-WINDOW-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-NEAR-ITEMS      PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-DAYS            PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-RUN-DATE-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSH-PAT-REASON          PIC X(28).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-CSH-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               "CASH ITEMS IN WINDOW: ".
           05  CSH-TOT-ITEMS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  REPORTABLE: ".
           05  CSH-TOT-REPORTABLE      PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  WRITTEN: ".
           05  CSH-TOT-WRITTEN         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  PATTERNS: ".
           05  CSH-TOT-PATTERNS        PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 0.
       01  WS-WINDOW-START             PIC 9(8) VALUE 0.
       01  WS-ITEM-AMOUNT              PIC 9(7)V99 VALUE 0.

       01  WS-CUR-BRANCH-CODE          PIC X(5) VALUE SPACES.
       01  WS-CUR-ACCOUNT-NO           PIC X(6) VALUE SPACES.
       01  WS-CUR-DIRECTION            PIC X VALUE SPACES.
       01  WS-CUR-DATE                 PIC 9(8) VALUE 0.
       01  WS-CUR-DAY-TOTAL            PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-MAX-DAY-TOTAL        PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-WINDOW-ITEMS         PIC 9(5) VALUE 0.
       01  WS-CUR-WINDOW-TOTAL         PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-NEAR-ITEMS           PIC 9(5) VALUE 0.
       01  WS-CUR-DAYS-ACTIVE          PIC 9(3) VALUE 0.
       01  WS-CUR-RUN-DATE-ITEMS       PIC 9(5) VALUE 0.
       01  WS-CUR-RUN-DATE-TOTAL       PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-NEAR-FLAG            PIC 9 VALUE 0.
       01  WS-CUR-SPLIT-FLAG           PIC 9 VALUE 0.

       01  WS-WINDOW-ITEM-COUNT        PIC 9(9) VALUE 0.
       01  WS-REPORTABLE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CTR-WRITTEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-PATTERN-COUNT            PIC 9(5) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT         PIC 9(7) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-CTR-OPEN-FLAG            PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CMP-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CAL-EOF                      VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-EOF                     VALUE 'Y'.
       01  WS-CTR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CTR-EOF                      VALUE 'Y'.
       01  WS-RETURN-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RETURN-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-READ-COMPLIANCE-PARAMETERS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-BUILD-WINDOW
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1300-LOAD-PRIOR-FILINGS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1400-OPEN-OUTPUTS
           END-IF

           IF WS-FATAL-FLAG = 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BRANCH-CODE
                                    SRT-ACCOUNT-NO
                                    SRT-DIRECTION
                                    SRT-BUSINESS-DATE
                                    SRT-CYCLE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-WINDOW-ITEMS
                   OUTPUT PROCEDURE IS 3000-MONITOR-ACCOUNTS
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: run parameter file is empty, "
                           "no business date to monitor"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-RUN-DATE
                           IF PRM-CYCLE-NUMBER IS NUMERIC
                               AND PRM-CYCLE-NUMBER > 0
                               MOVE PRM-CYCLE-NUMBER TO WS-RUN-CYCLE
                           ELSE
                               MOVE 1 TO WS-RUN-CYCLE
                           END-IF
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

       1100-READ-COMPLIANCE-PARAMETERS.
      *    The thresholds are compliance's to set; the monitor will
      *    not run on a missing or implausible card rather than
      *    fall back to figures nobody agreed.
           OPEN INPUT COMPLIANCE-PARAMETER-FILE
           IF WS-CMP-FILE-STATUS = "00"
               READ COMPLIANCE-PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: compliance parameter file is "
                           "empty"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       PERFORM 1110-VALIDATE-COMPLIANCE-CARD
               END-READ
               CLOSE COMPLIANCE-PARAMETER-FILE
           ELSE
               DISPLAY "ERROR: unable to open compliance parameter "
                   "file, status " WS-CMP-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1110-VALIDATE-COMPLIANCE-CARD.
           IF CMP-REPORT-THRESHOLD IS NOT NUMERIC
               OR CMP-NEAR-FLOOR IS NOT NUMERIC
               OR CMP-PATTERN-ITEMS IS NOT NUMERIC
               OR CMP-WINDOW-DAYS IS NOT NUMERIC
               DISPLAY "ERROR: compliance parameter card is not "
                   "numeric " COMPLIANCE-PARAMETER-RECORD
               SET WS-FATAL-FLAG TO 1
           ELSE
               IF CMP-REPORT-THRESHOLD = 0
                   OR CMP-NEAR-FLOOR = 0
                   OR CMP-NEAR-FLOOR NOT < CMP-REPORT-THRESHOLD
                   DISPLAY "ERROR: near-threshold floor must be above "
                       "zero and below the reportable threshold"
                   SET WS-FATAL-FLAG TO 1
               END-IF
               IF CMP-PATTERN-ITEMS < 2
                   DISPLAY "ERROR: pattern item count must be at "
                       "least 2"
                   SET WS-FATAL-FLAG TO 1
               END-IF
               IF CMP-WINDOW-DAYS = 0 OR CMP-WINDOW-DAYS > 30
                   DISPLAY "ERROR: window must be 1 to 30 business "
                       "days"
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1200-BUILD-WINDOW.
      *    The window is the last CMP-WINDOW-DAYS business days on
      *    the calendar up to and including the run date.  A
      *    calendar that does not reach back that far gives a
      *    shorter window.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                               AND CAL-IS-BUSINESS-DAY
                               AND CAL-DATE NOT > WS-RUN-DATE
                               PERFORM 1210-ADD-WINDOW-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "ERROR: unable to open business calendar, "
                   "status " WS-CAL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           IF WS-FATAL-FLAG = 0
               IF WS-WIN-COUNT = 0
                   DISPLAY "ERROR: no business days on the calendar "
                       "up to " WS-RUN-DATE
                   SET WS-FATAL-FLAG TO 1
               ELSE
                   MOVE WS-WIN-DATE(1) TO WS-WINDOW-START
                   IF WS-WIN-COUNT < CMP-WINDOW-DAYS
                       DISPLAY "WARNING: calendar holds only "
                           WS-WIN-COUNT " business days up to "
                           WS-RUN-DATE ", window shortened"
                   END-IF
                   IF WS-WIN-DATE(WS-WIN-COUNT) NOT = WS-RUN-DATE
                       DISPLAY "WARNING: run date " WS-RUN-DATE
                           " is not a business day on the calendar"
                   END-IF
               END-IF
           END-IF.

       1210-ADD-WINDOW-DAY.
           IF WS-WIN-COUNT < CMP-WINDOW-DAYS
               ADD 1 TO WS-WIN-COUNT
           ELSE
               PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB = WS-WIN-COUNT
                   MOVE WS-WIN-DATE(WS-WIN-SUB + 1) TO
                       WS-WIN-DATE(WS-WIN-SUB)
               END-PERFORM
           END-IF
           MOVE CAL-DATE TO WS-WIN-DATE(WS-WIN-COUNT).

       1300-LOAD-PRIOR-FILINGS.
      *    CTRFILE is absent until the first reportable day.
           OPEN INPUT REPORTABLE-CASH-FILE
           IF WS-CTR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CTR-EOF OR WS-FATAL-FLAG = 1
                   READ REPORTABLE-CASH-FILE
                       AT END
                           SET WS-CTR-EOF TO TRUE
                       NOT AT END
                           IF CTR-BUSINESS-DATE = WS-RUN-DATE
                               PERFORM 1310-NOTE-PRIOR-FILING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTABLE-CASH-FILE
           ELSE
               IF WS-CTR-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open reportable cash "
                       "file, status " WS-CTR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1310-NOTE-PRIOR-FILING.
      *    A later record for the same account and direction
      *    supersedes the earlier one.
           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               AT END
                   IF WS-PRV-TOTAL-ENTRIES = 5000
                       DISPLAY "ERROR: prior filing table full, more "
                           "than 5000 reportable accounts in a day"
                       SET WS-FATAL-FLAG TO 1
                   ELSE
                       ADD 1 TO WS-PRV-TOTAL-ENTRIES
                       SET WS-PRV-IDX TO WS-PRV-TOTAL-ENTRIES
                       MOVE CTR-BRANCH-CODE TO
                           WS-PRV-BRANCH-CODE(WS-PRV-IDX)
                       MOVE CTR-ACCOUNT-NO TO
                           WS-PRV-ACCOUNT-NO(WS-PRV-IDX)
                       MOVE CTR-DIRECTION TO
                           WS-PRV-DIRECTION(WS-PRV-IDX)
                       MOVE CTR-DAY-TOTAL TO
                           WS-PRV-DAY-TOTAL(WS-PRV-IDX)
                       MOVE CTR-FILING-IND TO
                           WS-PRV-FILING-IND(WS-PRV-IDX)
                       MOVE 'N' TO WS-PRV-REPORTED-SW(WS-PRV-IDX)
                       MOVE 0 TO WS-PRV-CUR-ITEMS(WS-PRV-IDX)
                       MOVE 0 TO WS-PRV-CUR-TOTAL(WS-PRV-IDX)
                   END-IF
               WHEN WS-PRV-BRANCH-CODE(WS-PRV-IDX) = CTR-BRANCH-CODE
                   AND WS-PRV-ACCOUNT-NO(WS-PRV-IDX) = CTR-ACCOUNT-NO
                   AND WS-PRV-DIRECTION(WS-PRV-IDX) = CTR-DIRECTION
                   MOVE CTR-DAY-TOTAL TO WS-PRV-DAY-TOTAL(WS-PRV-IDX)
                   MOVE CTR-FILING-IND TO
                       WS-PRV-FILING-IND(WS-PRV-IDX)
           END-SEARCH.

       1400-OPEN-OUTPUTS.
           OPEN EXTEND REPORTABLE-CASH-FILE
           IF WS-CTR-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPORTABLE-CASH-FILE
           END-IF
           IF WS-CTR-FILE-STATUS = "00"
               MOVE 1 TO WS-CTR-OPEN-FLAG
           ELSE
               DISPLAY "ERROR: unable to open reportable cash file "
                   "for output, status " WS-CTR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           OPEN OUTPUT PATTERN-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open pattern listing, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               MOVE WS-RUN-DATE TO CSH-TITLE-DATE
               MOVE WS-RUN-CYCLE TO CSH-TITLE-CYCLE
               MOVE WS-CSH-TITLE-LINE TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
               MOVE CMP-REPORT-THRESHOLD TO CSH-PARM-THRESHOLD
               MOVE CMP-NEAR-FLOOR TO CSH-PARM-FLOOR
               MOVE WS-CSH-PARM-LINE-1 TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
               MOVE CMP-PATTERN-ITEMS TO CSH-PARM-ITEMS
               MOVE WS-WIN-COUNT TO CSH-PARM-WINDOW
               MOVE WS-WINDOW-START TO CSH-PARM-WINDOW-START
               MOVE WS-RUN-DATE TO CSH-PARM-WINDOW-END
               MOVE WS-CSH-PARM-LINE-2 TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
               MOVE SPACES TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
           END-IF.

       2000-RELEASE-WINDOW-ITEMS.
      *    Only cash items count: deposits in, withdrawals out.
      *    Reversals and adjustments are corrections, not cash.
           OPEN INPUT POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-EOF
                   READ POSTED-ITEM-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-RELEASE-CASH-ITEM
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-FILE
           ELSE
               IF WS-ITEM-FILE-STATUS = "35"
                   DISPLAY "WARNING: posted-item history absent, "
                       "nothing to monitor"
               ELSE
                   DISPLAY "ERROR: unable to open posted-item "
                       "history, status " WS-ITEM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2100-RELEASE-CASH-ITEM.
           IF PIH-RUN-DATE NOT < WS-WINDOW-START
               AND PIH-RUN-DATE NOT > WS-RUN-DATE
               AND NOT PIH-IS-BACKED-OUT
               AND (PIH-IS-DEPOSIT OR PIH-IS-WITHDRAWAL)
               IF PIH-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               ELSE
                   IF PIH-AMOUNT < 0
                       COMPUTE WS-ITEM-AMOUNT = 0 - PIH-AMOUNT
                   ELSE
                       MOVE PIH-AMOUNT TO WS-ITEM-AMOUNT
                   END-IF
                   MOVE PIH-BRANCH-CODE TO SRT-BRANCH-CODE
                   MOVE PIH-ACCOUNT-NO TO SRT-ACCOUNT-NO
                   MOVE PIH-TYPE-CODE TO SRT-DIRECTION
                   MOVE PIH-RUN-DATE TO SRT-BUSINESS-DATE
                   MOVE PIH-CYCLE-NUMBER TO SRT-CYCLE-NUMBER
                   MOVE WS-ITEM-AMOUNT TO SRT-AMOUNT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-WINDOW-ITEM-COUNT
               END-IF
           END-IF.

       3000-MONITOR-ACCOUNTS.
      *    Reportable items are listed as they are found; the
      *    patterns found alongside them are held and printed in
      *    their own section after them.
           MOVE WS-CSH-CTR-HEAD-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD
           MOVE WS-CSH-CTR-COLUMN-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD

           PERFORM UNTIL WS-RETURN-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       IF SRT-BRANCH-CODE NOT = WS-CUR-BRANCH-CODE
                           OR SRT-ACCOUNT-NO NOT = WS-CUR-ACCOUNT-NO
                           OR SRT-DIRECTION NOT = WS-CUR-DIRECTION
                           IF WS-CUR-ACCOUNT-NO NOT = SPACES
                               PERFORM 3100-FINISH-ACCOUNT
                           END-IF
                           PERFORM 3050-START-ACCOUNT
                       END-IF
                       PERFORM 3060-ADD-CASH-ITEM
               END-RETURN
           END-PERFORM

           IF WS-CUR-ACCOUNT-NO NOT = SPACES
               PERFORM 3100-FINISH-ACCOUNT
           END-IF

      *    A filing for the date that this run no longer reports
      *    is withdrawn.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-TOTAL-ENTRIES
               IF NOT WS-PRV-REPORTED(WS-PRV-IDX)
                   AND NOT WS-PRV-IS-WITHDRAWN(WS-PRV-IDX)
                   PERFORM 3250-WITHDRAW-FILING
               END-IF
           END-PERFORM

           PERFORM 3500-PRINT-PATTERNS.

       3050-START-ACCOUNT.
           MOVE SRT-BRANCH-CODE TO WS-CUR-BRANCH-CODE
           MOVE SRT-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
           MOVE SRT-DIRECTION TO WS-CUR-DIRECTION
           MOVE 0 TO WS-CUR-DATE
           MOVE 0 TO WS-CUR-DAY-TOTAL
           MOVE 0 TO WS-CUR-MAX-DAY-TOTAL
           MOVE 0 TO WS-CUR-WINDOW-ITEMS
           MOVE 0 TO WS-CUR-WINDOW-TOTAL
           MOVE 0 TO WS-CUR-NEAR-ITEMS
           MOVE 0 TO WS-CUR-DAYS-ACTIVE
           MOVE 0 TO WS-CUR-RUN-DATE-ITEMS
           MOVE 0 TO WS-CUR-RUN-DATE-TOTAL.

       3060-ADD-CASH-ITEM.
           IF SRT-BUSINESS-DATE NOT = WS-CUR-DATE
               PERFORM 3070-CLOSE-DAY
               MOVE SRT-BUSINESS-DATE TO WS-CUR-DATE
               ADD 1 TO WS-CUR-DAYS-ACTIVE
           END-IF

           ADD SRT-AMOUNT TO WS-CUR-DAY-TOTAL
           ADD SRT-AMOUNT TO WS-CUR-WINDOW-TOTAL
           ADD 1 TO WS-CUR-WINDOW-ITEMS
           IF SRT-AMOUNT NOT < CMP-NEAR-FLOOR
               AND SRT-AMOUNT < CMP-REPORT-THRESHOLD
               ADD 1 TO WS-CUR-NEAR-ITEMS
           END-IF
           IF SRT-BUSINESS-DATE = WS-RUN-DATE
               ADD SRT-AMOUNT TO WS-CUR-RUN-DATE-TOTAL
               ADD 1 TO WS-CUR-RUN-DATE-ITEMS
           END-IF.

       3070-CLOSE-DAY.
           IF WS-CUR-DAY-TOTAL > WS-CUR-MAX-DAY-TOTAL
               MOVE WS-CUR-DAY-TOTAL TO WS-CUR-MAX-DAY-TOTAL
           END-IF
           MOVE 0 TO WS-CUR-DAY-TOTAL.

       3100-FINISH-ACCOUNT.
      *    Only an account with cash on the run date is judged, so
      *    a pattern is raised by the items that complete it rather
      *    than repeated every day it stays inside the window.
           PERFORM 3070-CLOSE-DAY

           IF WS-CUR-RUN-DATE-TOTAL NOT < CMP-REPORT-THRESHOLD
               PERFORM 3200-FILE-REPORTABLE-CASH
           ELSE
               PERFORM 3150-NOTE-UNREPORTED-TOTAL
           END-IF

           IF WS-CUR-RUN-DATE-ITEMS > 0
               MOVE 0 TO WS-CUR-NEAR-FLAG
               MOVE 0 TO WS-CUR-SPLIT-FLAG
               IF WS-CUR-NEAR-ITEMS NOT < CMP-PATTERN-ITEMS
                   MOVE 1 TO WS-CUR-NEAR-FLAG
               END-IF
               IF WS-CUR-MAX-DAY-TOTAL < CMP-REPORT-THRESHOLD
                   AND WS-CUR-WINDOW-TOTAL NOT < CMP-REPORT-THRESHOLD
                   AND WS-CUR-WINDOW-ITEMS NOT < CMP-PATTERN-ITEMS
                   MOVE 1 TO WS-CUR-SPLIT-FLAG
               END-IF
               IF WS-CUR-NEAR-FLAG = 1 OR WS-CUR-SPLIT-FLAG = 1
                   PERFORM 3300-HOLD-PATTERN-LINE
               END-IF
           END-IF.

       3150-NOTE-UNREPORTED-TOTAL.
      *    An account filed earlier in the day but now under the
      *    threshold keeps what it has left, for its withdrawal.
           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRV-BRANCH-CODE(WS-PRV-IDX) =
                       WS-CUR-BRANCH-CODE
                   AND WS-PRV-ACCOUNT-NO(WS-PRV-IDX) =
                       WS-CUR-ACCOUNT-NO
                   AND WS-PRV-DIRECTION(WS-PRV-IDX) =
                       WS-CUR-DIRECTION
                   MOVE WS-CUR-RUN-DATE-ITEMS TO
                       WS-PRV-CUR-ITEMS(WS-PRV-IDX)
                   MOVE WS-CUR-RUN-DATE-TOTAL TO
                       WS-PRV-CUR-TOTAL(WS-PRV-IDX)
           END-SEARCH.

       3200-FILE-REPORTABLE-CASH.
      *    File once per date; a later cycle that changes the day's
      *    total files an amendment, and an unchanged total (a
      *    cycle with nothing new for the account, or a rerun) is
      *    listed but not filed again.  After a withdrawal the
      *    account is filed afresh.
           ADD 1 TO WS-REPORTABLE-COUNT
           MOVE WS-CUR-BRANCH-CODE TO CSH-CTR-BRANCH-CODE
           MOVE WS-CUR-ACCOUNT-NO TO CSH-CTR-ACCOUNT-NO
           PERFORM 3400-SET-DIRECTION-TEXT
           MOVE CSH-PAT-DIRECTION TO CSH-CTR-DIRECTION
           MOVE WS-CUR-RUN-DATE-ITEMS TO CSH-CTR-ITEMS
           MOVE WS-CUR-RUN-DATE-TOTAL TO CSH-CTR-DAY-TOTAL

           MOVE WS-RUN-DATE TO CTR-BUSINESS-DATE
           MOVE WS-RUN-CYCLE TO CTR-CYCLE-NUMBER
           MOVE WS-CUR-BRANCH-CODE TO CTR-BRANCH-CODE
           MOVE WS-CUR-ACCOUNT-NO TO CTR-ACCOUNT-NO
           MOVE WS-CUR-DIRECTION TO CTR-DIRECTION
           MOVE WS-CUR-RUN-DATE-ITEMS TO CTR-ITEM-COUNT
           MOVE WS-CUR-RUN-DATE-TOTAL TO CTR-DAY-TOTAL

           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               AT END
                   SET CTR-IS-NEW-FILING TO TRUE
                   MOVE "NEW" TO CSH-CTR-FILING
               WHEN WS-PRV-BRANCH-CODE(WS-PRV-IDX) =
                       WS-CUR-BRANCH-CODE
                   AND WS-PRV-ACCOUNT-NO(WS-PRV-IDX) =
                       WS-CUR-ACCOUNT-NO
                   AND WS-PRV-DIRECTION(WS-PRV-IDX) =
                       WS-CUR-DIRECTION
                   SET WS-PRV-REPORTED(WS-PRV-IDX) TO TRUE
                   IF WS-PRV-IS-WITHDRAWN(WS-PRV-IDX)
                       SET CTR-IS-NEW-FILING TO TRUE
                       MOVE "NEW" TO CSH-CTR-FILING
                   ELSE
                       IF WS-PRV-DAY-TOTAL(WS-PRV-IDX) =
                               WS-CUR-RUN-DATE-TOTAL
                           MOVE SPACES TO CTR-FILING-IND
                           MOVE "ALREADY FILED" TO CSH-CTR-FILING
                       ELSE
                           SET CTR-IS-AMENDED TO TRUE
                           MOVE "AMENDED" TO CSH-CTR-FILING
                       END-IF
                   END-IF
           END-SEARCH

           IF CTR-FILING-IND NOT = SPACES
               WRITE REPORTABLE-CASH-RECORD
               ADD 1 TO WS-CTR-WRITTEN-COUNT
           END-IF

           MOVE WS-CSH-CTR-DETAIL-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD.

       3250-WITHDRAW-FILING.
      *    The day's total as it now stands: what the account has
      *    left under the threshold, or nothing when its cash items
      *    for the date are gone.
           MOVE WS-PRV-BRANCH-CODE(WS-PRV-IDX) TO CSH-CTR-BRANCH-CODE
           MOVE WS-PRV-ACCOUNT-NO(WS-PRV-IDX) TO CSH-CTR-ACCOUNT-NO
           MOVE WS-PRV-DIRECTION(WS-PRV-IDX) TO WS-CUR-DIRECTION
           PERFORM 3400-SET-DIRECTION-TEXT
           MOVE CSH-PAT-DIRECTION TO CSH-CTR-DIRECTION
           MOVE WS-PRV-CUR-ITEMS(WS-PRV-IDX) TO CSH-CTR-ITEMS
           MOVE WS-PRV-CUR-TOTAL(WS-PRV-IDX) TO CSH-CTR-DAY-TOTAL
           MOVE "WITHDRAWN" TO CSH-CTR-FILING

           MOVE WS-RUN-DATE TO CTR-BUSINESS-DATE
           MOVE WS-RUN-CYCLE TO CTR-CYCLE-NUMBER
           MOVE WS-PRV-BRANCH-CODE(WS-PRV-IDX) TO CTR-BRANCH-CODE
           MOVE WS-PRV-ACCOUNT-NO(WS-PRV-IDX) TO CTR-ACCOUNT-NO
           MOVE WS-PRV-DIRECTION(WS-PRV-IDX) TO CTR-DIRECTION
           MOVE WS-PRV-CUR-ITEMS(WS-PRV-IDX) TO CTR-ITEM-COUNT
           MOVE WS-PRV-CUR-TOTAL(WS-PRV-IDX) TO CTR-DAY-TOTAL
           SET CTR-IS-WITHDRAWN TO TRUE
           WRITE REPORTABLE-CASH-RECORD
           ADD 1 TO WS-CTR-WRITTEN-COUNT

           MOVE WS-CSH-CTR-DETAIL-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD.

       3300-HOLD-PATTERN-LINE.
           ADD 1 TO WS-PATTERN-COUNT
           MOVE WS-CUR-BRANCH-CODE TO CSH-PAT-BRANCH-CODE
           MOVE WS-CUR-ACCOUNT-NO TO CSH-PAT-ACCOUNT-NO
           PERFORM 3400-SET-DIRECTION-TEXT
           MOVE WS-CUR-WINDOW-ITEMS TO CSH-PAT-ITEMS
           MOVE WS-CUR-WINDOW-TOTAL TO CSH-PAT-WINDOW-TOTAL
           MOVE WS-CUR-NEAR-ITEMS TO CSH-PAT-NEAR-ITEMS
           MOVE WS-CUR-DAYS-ACTIVE TO CSH-PAT-DAYS
           MOVE WS-CUR-RUN-DATE-TOTAL TO CSH-PAT-RUN-DATE-TOTAL
           IF WS-CUR-NEAR-FLAG = 1
               IF WS-CUR-SPLIT-FLAG = 1
                   MOVE "NEAR ITEMS + SPLIT TOTAL" TO CSH-PAT-REASON
               ELSE
                   MOVE "REPEATED ITEMS JUST UNDER" TO CSH-PAT-REASON
               END-IF
           ELSE
               MOVE "SPLIT BELOW DAILY THRESHOLD" TO CSH-PAT-REASON
           END-IF

           IF WS-PAT-TOTAL-ENTRIES = 2000
               ADD 1 TO WS-PAT-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-PAT-TOTAL-ENTRIES
               MOVE WS-CSH-PAT-DETAIL-LINE TO
                   WS-PAT-LINE(WS-PAT-TOTAL-ENTRIES)
           END-IF.

       3400-SET-DIRECTION-TEXT.
           IF WS-CUR-DIRECTION = "D"
               MOVE "CASH IN" TO CSH-PAT-DIRECTION
           ELSE
               MOVE "CASH OUT" TO CSH-PAT-DIRECTION
           END-IF.

       3500-PRINT-PATTERNS.
           MOVE SPACES TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD
           MOVE WS-CSH-PAT-HEAD-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD
           MOVE WS-CSH-PAT-COLUMN-LINE TO PATTERN-REPORT-RECORD
           WRITE PATTERN-REPORT-RECORD

           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PAT-TOTAL-ENTRIES
               MOVE WS-PAT-LINE(WS-PAT-IDX) TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
           END-PERFORM

           IF WS-PAT-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-PAT-OVERFLOW-COUNT " patterns "
                   "beyond the first 2000 were not listed"
           END-IF.

       9000-TERMINATE.
           IF WS-FATAL-FLAG = 0
               MOVE SPACES TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
               MOVE WS-WINDOW-ITEM-COUNT TO CSH-TOT-ITEMS
               MOVE WS-REPORTABLE-COUNT TO CSH-TOT-REPORTABLE
               MOVE WS-CTR-WRITTEN-COUNT TO CSH-TOT-WRITTEN
               MOVE WS-PATTERN-COUNT TO CSH-TOT-PATTERNS
               MOVE WS-CSH-TOTAL-LINE TO PATTERN-REPORT-RECORD
               WRITE PATTERN-REPORT-RECORD
           END-IF

           IF WS-RPT-FILE-STATUS = "00"
               CLOSE PATTERN-REPORT-FILE
           END-IF
           IF WS-CTR-OPEN-FLAG = 1
               CLOSE REPORTABLE-CASH-FILE
           END-IF

           IF WS-NO-ACCOUNT-COUNT > 0
               DISPLAY "WARNING: " WS-NO-ACCOUNT-COUNT " cash items "
                   "without an account number not monitored"
           END-IF
           DISPLAY "CASHMON CASH ITEMS IN WINDOW: " WS-WINDOW-ITEM-COUNT
           DISPLAY "CASHMON REPORTABLE:          " WS-REPORTABLE-COUNT
           DISPLAY "CASHMON FILINGS WRITTEN:     " WS-CTR-WRITTEN-COUNT
           DISPLAY "CASHMON PATTERNS:            " WS-PATTERN-COUNT.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
