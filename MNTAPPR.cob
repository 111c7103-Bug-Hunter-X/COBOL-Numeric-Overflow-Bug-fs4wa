       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.
      *
      * Maker-checker control for master maintenance.  Runs ahead
      * of BRMAINT in the branch maintenance job and ahead of
      * LIMMAINT in the limit maintenance job; the CHGPARM card
      * says which master this run controls ("B" branch, "L"
      * limit), the business date and how many business days a
      * change may wait for approval.
      *
      * Maintenance cards no longer go straight to the master.
      * Each card on REQIN carries the keying user's ID in columns
      * 1-8 ahead of the usual BRMTIN or LIMTIN card, and is
      * captured onto the pending-change file with a change number.
      * A second user approves or rejects a change by quoting its
      * number on an APPRIN card with their own ID; a change is
      * released only when the approver is not the requester.
      * Approved changes are written to APPROVED in the card layout
      * BRMAINT and LIMMAINT apply, tagged with the change number,
      * requester and approver.  A change still pending after the
      * allowed number of CALFILE business days expires.  Decided
      * changes are appended to the CHGHIST change history and the
      * rest are rewritten to PENDCHGN for the swap step.
      *
      * The CHGAUDIT listing shows every change captured, approved,
      * rejected or expired with its requester, approver and the
      * master's values before the change and as the change would
      * leave them, and every card refused with the reason.  RC=4
      * when any card was refused, RC=20 when the parameter card is
      * invalid or a required file will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-PARAMETER-FILE ASSIGN TO CHGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO LIMITF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCH-FILE-STATUS.

           SELECT NEW-PENDING-FILE ASSIGN TO PENDCHGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPCH-FILE-STATUS.

           SELECT CHANGE-HISTORY-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHH-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO REQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT APPROVED-CHANGE-FILE ASSIGN TO APPROVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO CHGAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-PARAMETER-FILE
           RECORDING MODE IS F.
       01  CHANGE-PARAMETER-RECORD.
           05  PRM-MASTER-ID           PIC X.
               88  PRM-FOR-BRANCH              VALUE "B".
               88  PRM-FOR-LIMIT               VALUE "L".
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-EXPIRY-DAYS         PIC 9(2).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  LIMIT-FILE
           RECORDING MODE IS F.
       COPY LIMREC.

       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
       01  PENDING-CHANGE-FILE-RECORD     PIC X(84).

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       01  NEW-PENDING-RECORD             PIC X(84).

       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F.
       01  CHANGE-HISTORY-RECORD          PIC X(84).

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05  APR-CHANGE-ID           PIC 9(7).
           05  APR-DECISION            PIC X.
               88  APR-IS-APPROVE              VALUE "A".
               88  APR-IS-REJECT               VALUE "R".
               88  APR-DECISION-VALID          VALUE "A" "R".
           05  APR-APPROVER-ID         PIC X(8).

       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05  REQ-REQUESTER-ID        PIC X(8).
           05  REQ-CARD-IMAGE          PIC X(43).

      * An approved change in the maintenance card layout, followed
      * by who asked for it and who approved it.
       FD  APPROVED-CHANGE-FILE
           RECORDING MODE IS F.
       01  APPROVED-CHANGE-RECORD.
           05  APC-CARD-IMAGE          PIC X(43).
           05  APC-CHANGE-ID           PIC 9(7).
           05  APC-REQUESTER-ID        PIC X(8).
           05  APC-APPROVER-ID         PIC X(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
      * The change in hand -- loaded, decided, captured or read back
      * from the history -- is worked on here, clear of the file
      * record areas.
       COPY PCHREC.

      * The maintenance card of the change in hand, seen as a
      * branch card or a limit card; layouts mirror the MAINT-
      * RECORD of BRMAINT and LIMMAINT.
       01  WS-CARD-IMAGE               PIC X(43) VALUE SPACES.
       01  WS-BRANCH-CARD REDEFINES WS-CARD-IMAGE.
           05  WS-BCD-ACTION-CODE      PIC X.
               88  WS-BCD-IS-ADD               VALUE "A".
               88  WS-BCD-IS-CHANGE            VALUE "C".
               88  WS-BCD-IS-CLOSE             VALUE "X".
               88  WS-BCD-IS-CONSOLIDATE       VALUE "M".
               88  WS-BCD-ACTION-VALID         VALUE "A" "C" "X"
                                                     "M".
           05  WS-BCD-BRANCH-CODE      PIC X(5).
           05  WS-BCD-NAME             PIC X(20).
           05  WS-BCD-REGION-CODE      PIC X(3).
           05  WS-BCD-STATUS           PIC X.
           05  WS-BCD-EFFECTIVE-DATE   PIC X(8).
           05  WS-BCD-SURVIVOR-CODE    PIC X(5).
       01  WS-LIMIT-CARD REDEFINES WS-CARD-IMAGE.
           05  WS-LCD-ACTION-CODE      PIC X.
               88  WS-LCD-IS-ADD               VALUE "A".
               88  WS-LCD-IS-CHANGE            VALUE "C".
               88  WS-LCD-IS-DELETE            VALUE "D".
               88  WS-LCD-ACTION-VALID         VALUE "A" "C" "D".
           05  WS-LCD-BRANCH-CODE      PIC X(5).
           05  WS-LCD-TYPE-CODE        PIC X.
           05  WS-LCD-WARN-LIMIT       PIC 9(9)V99.
           05  WS-LCD-REJECT-LIMIT     PIC 9(9)V99.
           05  FILLER                  PIC X(14).

       01  WS-BRANCH-TOTAL-ENTRIES        PIC 9(5) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BRANCH-TOTAL-ENTRIES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BR-CODE              PIC X(5).
               10  WS-BR-NAME              PIC X(20).
               10  WS-BR-REGION            PIC X(3).
               10  WS-BR-STATUS            PIC X.
               10  WS-BR-EFF-DATE          PIC X(8).
               10  WS-BR-SURVIVOR          PIC X(5).

       01  WS-LIMIT-TOTAL-ENTRIES         PIC 9(5) VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LIMIT-TOTAL-ENTRIES
                   INDEXED BY WS-LIMIT-IDX.
               10  WS-LIM-BRANCH           PIC X(5).
               10  WS-LIM-TYPE             PIC X.
               10  WS-LIM-WARN             PIC 9(9)V99.
               10  WS-LIM-REJECT           PIC 9(9)V99.

       01  WS-PND-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PND-TOTAL-ENTRIES
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-RECORD           PIC X(84).

      * The last business days up to the run date, oldest first: a
      * change requested before the first of them has waited more
      * than the allowed number of business days.
       01  WS-WIN-COUNT                PIC 9(2) VALUE 0.
       01  WS-WIN-LIMIT                PIC 9(2) VALUE 0.
       01  WS-WIN-SUB                  PIC 9(2) VALUE 0.
       01  WS-WIN-TABLE.
           05  WS-WIN-DATE             PIC 9(8) OCCURS 31 TIMES.
       01  WS-EXPIRE-BEFORE-DATE       PIC 9(8) VALUE 0.

       01  WS-AUD-TITLE-LINE.
           05  FILLER                  PIC X(31) VALUE
               "MASTER CHANGE APPROVAL LISTING ".
           05  AUD-TITLE-MASTER        PIC X(14).
           05  FILLER                  PIC X(7) VALUE "  DATE ".
           05  AUD-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(18) VALUE
               "  EXPIRY AFTER    ".
           05  AUD-TITLE-EXPIRY        PIC Z9.
           05  FILLER                  PIC X(14) VALUE
               " BUSINESS DAYS".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-AUD-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               " CHANGE  ACT KEY      REQUESTED  REQUESTER ".
           05  FILLER                  PIC X(44) VALUE
               "APPROVER  RESULT     REASON".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-AUD-DETAIL-LINE.
           05  AUD-CHANGE-ID           PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-ACTION-CODE         PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AUD-KEY.
               10  AUD-BRANCH-CODE     PIC X(5).
               10  FILLER              PIC X(1) VALUE SPACES.
               10  AUD-TYPE-CODE       PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REQUEST-DATE        PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AUD-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-RESULT              PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REASON              PIC X(20).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-AUD-VALUE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  AUD-VALUE-LABEL         PIC X(8).
           05  AUD-VALUES              PIC X(70).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-BRANCH-VALUES.
           05  FILLER                  PIC X(5) VALUE "NAME ".
           05  VAL-BR-NAME             PIC X(20).
           05  FILLER                  PIC X(5) VALUE " REG ".
           05  VAL-BR-REGION           PIC X(3).
           05  FILLER                  PIC X(8) VALUE " STATUS ".
           05  VAL-BR-STATUS           PIC X.
           05  FILLER                  PIC X(5) VALUE " EFF ".
           05  VAL-BR-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(6) VALUE " INTO ".
           05  VAL-BR-SURVIVOR         PIC X(5).

       01  WS-LIMIT-VALUES.
           05  FILLER                  PIC X(5) VALUE "WARN ".
           05  VAL-LIM-WARN            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  REJECT ".
           05  VAL-LIM-REJECT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AUD-TOTAL-LINE-1.
           05  FILLER                  PIC X(10) VALUE "CAPTURED: ".
           05  AUD-CAPTURED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  APPROVED: ".
           05  AUD-APPROVED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  AUD-REJECTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  EXPIRED: ".
           05  AUD-EXPIRED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-AUD-TOTAL-LINE-2.
           05  FILLER                  PIC X(10) VALUE "REFUSED:  ".
           05  AUD-REFUSED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  PENDING:  ".
           05  AUD-PENDING-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-LAST-CHANGE-ID           PIC 9(7) VALUE 0.
       01  WS-DUP-CHANGE-ID            PIC 9(7) VALUE 0.
       01  WS-REFUSE-REASON            PIC X(20) VALUE SPACES.
           88  WS-CARD-ACCEPTED                VALUE SPACES.

       01  WS-CAPTURED-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-FOUND-FLAG               PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-LIM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PCH-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NPCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHH-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-APR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-APC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AUD-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CAL-EOF                      VALUE 'Y'.
       01  WS-MST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-MST-EOF                      VALUE 'Y'.
       01  WS-PCH-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-PCH-EOF                      VALUE 'Y'.
       01  WS-CHH-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CHH-EOF                      VALUE 'Y'.
       01  WS-APR-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-APR-EOF                      VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-REQ-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-LOAD-MASTER
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-BUILD-EXPIRY-WINDOW
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1300-LOAD-PENDING-CHANGES
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1400-FIND-LAST-CHANGE-ID
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1500-OPEN-OUTPUTS
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 2000-PROCESS-APPROVALS
               PERFORM 3000-EXPIRE-PENDING-CHANGES
               PERFORM 4000-CAPTURE-REQUESTS
               PERFORM 5000-WRITE-PENDING-FILE
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CHANGE-PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ CHANGE-PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: change parameter file is "
                           "empty"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF (PRM-FOR-BRANCH OR PRM-FOR-LIMIT)
                           AND PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           AND PRM-EXPIRY-DAYS IS NUMERIC
                           AND PRM-EXPIRY-DAYS > 0
                           AND PRM-EXPIRY-DAYS < 31
                           MOVE PRM-RUN-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "ERROR: invalid change parameter "
                               "card " CHANGE-PARAMETER-RECORD
                           SET WS-FATAL-FLAG TO 1
                       END-IF
               END-READ
               CLOSE CHANGE-PARAMETER-FILE
           ELSE
               DISPLAY "ERROR: unable to open change parameter "
                   "file, status " WS-PRM-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1100-LOAD-MASTER.
      *    The master is read only to show each change's before
      *    and after values; it is still BRMAINT and LIMMAINT that
      *    edit and apply the approved changes.  An absent master
      *    is allowed, as it is there.
           IF PRM-FOR-BRANCH
               OPEN INPUT BRANCH-FILE
               IF WS-BR-FILE-STATUS = "00"
                   PERFORM UNTIL WS-MST-EOF
                       READ BRANCH-FILE
                           AT END
                               SET WS-MST-EOF TO TRUE
                           NOT AT END
                               PERFORM 1110-LOAD-ONE-BRANCH
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH-FILE
               ELSE
                   IF WS-BR-FILE-STATUS NOT = "35"
                       DISPLAY "ERROR: unable to open branch file, "
                           "status " WS-BR-FILE-STATUS
                       SET WS-FATAL-FLAG TO 1
                   END-IF
               END-IF
           ELSE
               OPEN INPUT LIMIT-FILE
               IF WS-LIM-FILE-STATUS = "00"
                   PERFORM UNTIL WS-MST-EOF
                       READ LIMIT-FILE
                           AT END
                               SET WS-MST-EOF TO TRUE
                           NOT AT END
                               PERFORM 1120-LOAD-ONE-LIMIT
                       END-READ
                   END-PERFORM
                   CLOSE LIMIT-FILE
               ELSE
                   IF WS-LIM-FILE-STATUS NOT = "35"
                       DISPLAY "ERROR: unable to open limit master, "
                           "status " WS-LIM-FILE-STATUS
                       SET WS-FATAL-FLAG TO 1
                   END-IF
               END-IF
           END-IF.

       1110-LOAD-ONE-BRANCH.
           IF WS-BRANCH-TOTAL-ENTRIES < 500
               ADD 1 TO WS-BRANCH-TOTAL-ENTRIES
               SET WS-BRANCH-IDX TO WS-BRANCH-TOTAL-ENTRIES
               MOVE BR-CODE TO WS-BR-CODE(WS-BRANCH-IDX)
               MOVE BR-NAME TO WS-BR-NAME(WS-BRANCH-IDX)
               MOVE BR-REGION-CODE TO WS-BR-REGION(WS-BRANCH-IDX)
               MOVE BR-STATUS TO WS-BR-STATUS(WS-BRANCH-IDX)
               MOVE BR-EFFECTIVE-DATE TO
                   WS-BR-EFF-DATE(WS-BRANCH-IDX)
               MOVE BR-SURVIVOR-CODE TO WS-BR-SURVIVOR(WS-BRANCH-IDX)
           ELSE
               DISPLAY "ERROR: branch master exceeds 500 entries"
               SET WS-FATAL-FLAG TO 1
               SET WS-MST-EOF TO TRUE
           END-IF.

       1120-LOAD-ONE-LIMIT.
           IF WS-LIMIT-TOTAL-ENTRIES < 2000
               ADD 1 TO WS-LIMIT-TOTAL-ENTRIES
               SET WS-LIMIT-IDX TO WS-LIMIT-TOTAL-ENTRIES
               MOVE LIM-BRANCH-CODE TO WS-LIM-BRANCH(WS-LIMIT-IDX)
               MOVE LIM-TYPE-CODE TO WS-LIM-TYPE(WS-LIMIT-IDX)
               MOVE LIM-WARN-LIMIT TO WS-LIM-WARN(WS-LIMIT-IDX)
               MOVE LIM-REJECT-LIMIT TO WS-LIM-REJECT(WS-LIMIT-IDX)
           ELSE
               DISPLAY "ERROR: limit master exceeds 2000 entries"
               SET WS-FATAL-FLAG TO 1
               SET WS-MST-EOF TO TRUE
           END-IF.

       1200-BUILD-EXPIRY-WINDOW.
      *    Keep the last PRM-EXPIRY-DAYS + 1 business days up to
      *    the run date.  With the table full, a change requested
      *    before its first day has waited more than the allowed
      *    business days; a calendar too short to fill it expires
      *    nothing.
           COMPUTE WS-WIN-LIMIT = PRM-EXPIRY-DAYS + 1
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

           IF WS-WIN-COUNT = WS-WIN-LIMIT
               MOVE WS-WIN-DATE(1) TO WS-EXPIRE-BEFORE-DATE
           ELSE
               MOVE 0 TO WS-EXPIRE-BEFORE-DATE
           END-IF.

       1210-ADD-WINDOW-DAY.
           IF WS-WIN-COUNT < WS-WIN-LIMIT
               ADD 1 TO WS-WIN-COUNT
           ELSE
               PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB = WS-WIN-COUNT
                   MOVE WS-WIN-DATE(WS-WIN-SUB + 1) TO
                       WS-WIN-DATE(WS-WIN-SUB)
               END-PERFORM
           END-IF
           MOVE CAL-DATE TO WS-WIN-DATE(WS-WIN-COUNT).

       1300-LOAD-PENDING-CHANGES.
      *    The pending file is absent before the first change is
      *    ever captured.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-PCH-EOF
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET WS-PCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-LOAD-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           ELSE
               IF WS-PCH-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open pending change "
                       "file, status " WS-PCH-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1310-LOAD-ONE-PENDING.
           IF WS-PND-TOTAL-ENTRIES < 2000
               ADD 1 TO WS-PND-TOTAL-ENTRIES
               MOVE PENDING-CHANGE-RECORD TO
                   WS-PND-RECORD(WS-PND-TOTAL-ENTRIES)
               IF PCH-CHANGE-ID > WS-LAST-CHANGE-ID
                   MOVE PCH-CHANGE-ID TO WS-LAST-CHANGE-ID
               END-IF
           ELSE
               DISPLAY "ERROR: more than 2000 pending changes"
               SET WS-FATAL-FLAG TO 1
               SET WS-PCH-EOF TO TRUE
           END-IF.

       1400-FIND-LAST-CHANGE-ID.
      *    Change numbers run on from the highest ever issued, so
      *    a number on the history is never reused.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHH-FILE-STATUS = "00"
               PERFORM UNTIL WS-CHH-EOF
                   READ CHANGE-HISTORY-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET WS-CHH-EOF TO TRUE
                       NOT AT END
                           IF PCH-CHANGE-ID IS NUMERIC
                               AND PCH-CHANGE-ID > WS-LAST-CHANGE-ID
                               MOVE PCH-CHANGE-ID TO WS-LAST-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY-FILE
           ELSE
               IF WS-CHH-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open change history, "
                       "status " WS-CHH-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1500-OPEN-OUTPUTS.
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHH-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF
           IF WS-CHH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open change history for "
                   "output, status " WS-CHH-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           OPEN OUTPUT APPROVED-CHANGE-FILE
           IF WS-APC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open approved change file, "
                   "status " WS-APC-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF

           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open change audit listing, "
                   "status " WS-AUD-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               IF PRM-FOR-BRANCH
                   MOVE "BRANCH MASTER" TO AUD-TITLE-MASTER
               ELSE
                   MOVE "LIMIT MASTER" TO AUD-TITLE-MASTER
               END-IF
               MOVE WS-RUN-DATE TO AUD-TITLE-DATE
               MOVE PRM-EXPIRY-DAYS TO AUD-TITLE-EXPIRY
               MOVE WS-AUD-TITLE-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               MOVE WS-AUD-COLUMN-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

       2000-PROCESS-APPROVALS.
      *    No approval cards on a run is normal.
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-FILE-STATUS = "00"
               PERFORM UNTIL WS-APR-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET WS-APR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           ELSE
               IF WS-APR-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open approval file, "
                       "status " WS-APR-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2100-APPLY-ONE-DECISION.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO WS-FOUND-FLAG
           IF APR-CHANGE-ID IS NOT NUMERIC
               MOVE "INVALID CHANGE NO" TO WS-REFUSE-REASON
           ELSE
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-TOTAL-ENTRIES
                       OR WS-FOUND-FLAG = 1
                   MOVE WS-PND-RECORD(WS-PND-IDX) TO
                       PENDING-CHANGE-RECORD
                   IF PCH-CHANGE-ID = APR-CHANGE-ID
                       MOVE 1 TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 0
                   MOVE "UNKNOWN CHANGE" TO WS-REFUSE-REASON
               ELSE
                   SET WS-PND-IDX DOWN BY 1
                   EVALUATE TRUE
                       WHEN NOT PCH-IS-PENDING
                           MOVE "ALREADY DECIDED" TO WS-REFUSE-REASON
                       WHEN NOT APR-DECISION-VALID
                           MOVE "INVALID DECISION" TO WS-REFUSE-REASON
                       WHEN APR-APPROVER-ID = SPACES
                           MOVE "NO APPROVER ID" TO WS-REFUSE-REASON
                       WHEN APR-APPROVER-ID = PCH-REQUESTER-ID
                           MOVE "APPROVER=REQUESTER" TO
                               WS-REFUSE-REASON
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-CARD-ACCEPTED
               MOVE APR-APPROVER-ID TO PCH-APPROVER-ID
               MOVE WS-RUN-DATE TO PCH-DECISION-DATE
               IF APR-IS-APPROVE
                   SET PCH-IS-APPROVED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PCH-CARD-IMAGE TO APC-CARD-IMAGE
                   MOVE PCH-CHANGE-ID TO APC-CHANGE-ID
                   MOVE PCH-REQUESTER-ID TO APC-REQUESTER-ID
                   MOVE PCH-APPROVER-ID TO APC-APPROVER-ID
                   WRITE APPROVED-CHANGE-RECORD
               ELSE
                   SET PCH-IS-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               MOVE PENDING-CHANGE-RECORD TO WS-PND-RECORD(WS-PND-IDX)
               PERFORM 6000-RECORD-DECISION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-AUD-DETAIL-LINE
               IF APR-CHANGE-ID IS NUMERIC
                   MOVE APR-CHANGE-ID TO AUD-CHANGE-ID
               ELSE
                   MOVE 0 TO AUD-CHANGE-ID
               END-IF
               MOVE 0 TO AUD-REQUEST-DATE
               IF WS-FOUND-FLAG = 1
                   MOVE PCH-CARD-IMAGE TO WS-CARD-IMAGE
                   PERFORM 6100-SET-AUDIT-KEY
                   MOVE PCH-REQUEST-DATE TO AUD-REQUEST-DATE
                   MOVE PCH-REQUESTER-ID TO AUD-REQUESTER-ID
               END-IF
               MOVE APR-APPROVER-ID TO AUD-APPROVER-ID
               MOVE "REFUSED" TO AUD-RESULT
               MOVE WS-REFUSE-REASON TO AUD-REASON
               MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

       3000-EXPIRE-PENDING-CHANGES.
           IF WS-EXPIRE-BEFORE-DATE > 0
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-TOTAL-ENTRIES
                   MOVE WS-PND-RECORD(WS-PND-IDX) TO
                       PENDING-CHANGE-RECORD
                   IF PCH-IS-PENDING
                       AND PCH-REQUEST-DATE < WS-EXPIRE-BEFORE-DATE
                       SET PCH-IS-EXPIRED TO TRUE
                       MOVE SPACES TO PCH-APPROVER-ID
                       MOVE WS-RUN-DATE TO PCH-DECISION-DATE
                       MOVE PENDING-CHANGE-RECORD TO
                           WS-PND-RECORD(WS-PND-IDX)
                       ADD 1 TO WS-EXPIRED-COUNT
                       PERFORM 6000-RECORD-DECISION
                   END-IF
               END-PERFORM
           END-IF.

       4000-CAPTURE-REQUESTS.
      *    No new maintenance on a run is normal.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQ-EOF OR WS-FATAL-FLAG = 1
                   READ REQUEST-FILE
                       AT END
                           SET WS-REQ-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-CAPTURE-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           ELSE
               IF WS-REQ-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open request file, "
                       "status " WS-REQ-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       4100-CAPTURE-ONE-REQUEST.
      *    Only the action code is checked here; the card is fully
      *    edited when the approved change is applied.  The same
      *    card from the same user still waiting is not taken
      *    twice, so a rerun of the job does not double it.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO WS-DUP-CHANGE-ID
           MOVE REQ-CARD-IMAGE TO WS-CARD-IMAGE
           IF REQ-REQUESTER-ID = SPACES
               MOVE "NO REQUESTER ID" TO WS-REFUSE-REASON
           ELSE
               IF (PRM-FOR-BRANCH AND NOT WS-BCD-ACTION-VALID)
                   OR (PRM-FOR-LIMIT AND NOT WS-LCD-ACTION-VALID)
                   MOVE "INVALID ACTION" TO WS-REFUSE-REASON
               ELSE
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                           UNTIL WS-PND-IDX > WS-PND-TOTAL-ENTRIES
                       MOVE WS-PND-RECORD(WS-PND-IDX) TO
                           PENDING-CHANGE-RECORD
                       IF PCH-IS-PENDING
                           AND PCH-REQUESTER-ID = REQ-REQUESTER-ID
                           AND PCH-CARD-IMAGE = REQ-CARD-IMAGE
                           MOVE "ALREADY PENDING" TO WS-REFUSE-REASON
                           MOVE PCH-CHANGE-ID TO WS-DUP-CHANGE-ID
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CARD-ACCEPTED
               AND WS-PND-TOTAL-ENTRIES NOT < 2000
               MOVE "PENDING FILE FULL" TO WS-REFUSE-REASON
           END-IF

           IF WS-CARD-ACCEPTED
               ADD 1 TO WS-LAST-CHANGE-ID
               MOVE WS-LAST-CHANGE-ID TO PCH-CHANGE-ID
               MOVE PRM-MASTER-ID TO PCH-MASTER-ID
               MOVE WS-RUN-DATE TO PCH-REQUEST-DATE
               MOVE REQ-REQUESTER-ID TO PCH-REQUESTER-ID
               SET PCH-IS-PENDING TO TRUE
               MOVE SPACES TO PCH-APPROVER-ID
               MOVE 0 TO PCH-DECISION-DATE
               MOVE REQ-CARD-IMAGE TO PCH-CARD-IMAGE
               ADD 1 TO WS-PND-TOTAL-ENTRIES
               MOVE PENDING-CHANGE-RECORD TO
                   WS-PND-RECORD(WS-PND-TOTAL-ENTRIES)
               ADD 1 TO WS-CAPTURED-COUNT
               PERFORM 6200-PRINT-CHANGE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-AUD-DETAIL-LINE
               MOVE WS-DUP-CHANGE-ID TO AUD-CHANGE-ID
               MOVE 0 TO AUD-REQUEST-DATE
               PERFORM 6100-SET-AUDIT-KEY
               MOVE REQ-REQUESTER-ID TO AUD-REQUESTER-ID
               MOVE "NOT TAKEN" TO AUD-RESULT
               MOVE WS-REFUSE-REASON TO AUD-REASON
               MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

       5000-WRITE-PENDING-FILE.
           OPEN OUTPUT NEW-PENDING-FILE
           IF WS-NPCH-FILE-STATUS = "00"
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-TOTAL-ENTRIES
                   MOVE WS-PND-RECORD(WS-PND-IDX) TO
                       PENDING-CHANGE-RECORD
                   IF PCH-IS-PENDING
                       MOVE PENDING-CHANGE-RECORD TO
                           NEW-PENDING-RECORD
                       WRITE NEW-PENDING-RECORD
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
               CLOSE NEW-PENDING-FILE
           ELSE
               DISPLAY "ERROR: unable to open new pending change "
                   "file, status " WS-NPCH-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       6000-RECORD-DECISION.
      *    PENDING-CHANGE-RECORD holds the decided change.
           MOVE PENDING-CHANGE-RECORD TO CHANGE-HISTORY-RECORD
           WRITE CHANGE-HISTORY-RECORD
           PERFORM 6200-PRINT-CHANGE.

       6100-SET-AUDIT-KEY.
      *    WS-CARD-IMAGE holds the change's maintenance card.
           IF PRM-FOR-BRANCH
               MOVE WS-BCD-ACTION-CODE TO AUD-ACTION-CODE
               MOVE WS-BCD-BRANCH-CODE TO AUD-BRANCH-CODE
               MOVE SPACES TO AUD-TYPE-CODE
           ELSE
               MOVE WS-LCD-ACTION-CODE TO AUD-ACTION-CODE
               MOVE WS-LCD-BRANCH-CODE TO AUD-BRANCH-CODE
               MOVE WS-LCD-TYPE-CODE TO AUD-TYPE-CODE
           END-IF.

       6200-PRINT-CHANGE.
      *    One line for the change and its outcome, then the
      *    master's values before it and as it would leave them.
           MOVE PCH-CARD-IMAGE TO WS-CARD-IMAGE
           MOVE SPACES TO WS-AUD-DETAIL-LINE
           MOVE PCH-CHANGE-ID TO AUD-CHANGE-ID
           PERFORM 6100-SET-AUDIT-KEY
           MOVE PCH-REQUEST-DATE TO AUD-REQUEST-DATE
           MOVE PCH-REQUESTER-ID TO AUD-REQUESTER-ID
           MOVE PCH-APPROVER-ID TO AUD-APPROVER-ID
           EVALUATE TRUE
               WHEN PCH-IS-PENDING
                   MOVE "PENDING" TO AUD-RESULT
                   MOVE "AWAITING APPROVAL" TO AUD-REASON
               WHEN PCH-IS-APPROVED
                   MOVE "APPROVED" TO AUD-RESULT
                   MOVE "RELEASED TO APPLY" TO AUD-REASON
               WHEN PCH-IS-REJECTED
                   MOVE "REJECTED" TO AUD-RESULT
                   MOVE "BY APPROVER" TO AUD-REASON
               WHEN PCH-IS-EXPIRED
                   MOVE "EXPIRED" TO AUD-RESULT
                   MOVE "NOT APPROVED IN TIME" TO AUD-REASON
           END-EVALUATE
           MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           IF PRM-FOR-BRANCH
               PERFORM 6300-SHOW-BRANCH-VALUES
           ELSE
               PERFORM 6400-SHOW-LIMIT-VALUES
           END-IF.

       6300-SHOW-BRANCH-VALUES.
           MOVE "BEFORE" TO AUD-VALUE-LABEL
           MOVE 0 TO WS-FOUND-FLAG
           SET WS-BRANCH-IDX TO 1
           SEARCH WS-BRANCH-ENTRY
               AT END
                   MOVE "NOT ON MASTER" TO AUD-VALUES
               WHEN WS-BR-CODE(WS-BRANCH-IDX) = WS-BCD-BRANCH-CODE
                   MOVE 1 TO WS-FOUND-FLAG
                   MOVE WS-BR-NAME(WS-BRANCH-IDX) TO VAL-BR-NAME
                   MOVE WS-BR-REGION(WS-BRANCH-IDX) TO VAL-BR-REGION
                   MOVE WS-BR-STATUS(WS-BRANCH-IDX) TO VAL-BR-STATUS
                   MOVE WS-BR-EFF-DATE(WS-BRANCH-IDX) TO
                       VAL-BR-EFF-DATE
                   MOVE WS-BR-SURVIVOR(WS-BRANCH-IDX) TO
                       VAL-BR-SURVIVOR
                   MOVE WS-BRANCH-VALUES TO AUD-VALUES
           END-SEARCH
           MOVE WS-AUD-VALUE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

      *    As BRMAINT would apply the card.
           MOVE "AFTER" TO AUD-VALUE-LABEL
           EVALUATE TRUE
               WHEN WS-BCD-IS-ADD
                   MOVE WS-BCD-NAME TO VAL-BR-NAME
                   MOVE WS-BCD-REGION-CODE TO VAL-BR-REGION
                   MOVE "O" TO VAL-BR-STATUS
                   MOVE WS-BCD-EFFECTIVE-DATE TO VAL-BR-EFF-DATE
                   MOVE SPACES TO VAL-BR-SURVIVOR
               WHEN WS-BCD-IS-CHANGE
                   IF WS-FOUND-FLAG = 0
                       MOVE SPACES TO VAL-BR-SURVIVOR
                   END-IF
                   MOVE WS-BCD-NAME TO VAL-BR-NAME
                   MOVE WS-BCD-REGION-CODE TO VAL-BR-REGION
                   MOVE WS-BCD-STATUS TO VAL-BR-STATUS
                   MOVE WS-BCD-EFFECTIVE-DATE TO VAL-BR-EFF-DATE
                   IF WS-BCD-STATUS NOT = "C"
                       MOVE SPACES TO VAL-BR-SURVIVOR
                   END-IF
               WHEN OTHER
                   IF WS-FOUND-FLAG = 0
                       MOVE SPACES TO VAL-BR-NAME
                       MOVE SPACES TO VAL-BR-REGION
                       MOVE SPACES TO VAL-BR-SURVIVOR
                   END-IF
                   MOVE "C" TO VAL-BR-STATUS
                   MOVE WS-BCD-EFFECTIVE-DATE TO VAL-BR-EFF-DATE
                   IF WS-BCD-IS-CONSOLIDATE
                       MOVE WS-BCD-SURVIVOR-CODE TO VAL-BR-SURVIVOR
                   END-IF
           END-EVALUATE
           MOVE WS-BRANCH-VALUES TO AUD-VALUES
           MOVE WS-AUD-VALUE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       6400-SHOW-LIMIT-VALUES.
           MOVE "BEFORE" TO AUD-VALUE-LABEL
           SET WS-LIMIT-IDX TO 1
           SEARCH WS-LIMIT-ENTRY
               AT END
                   MOVE "NOT ON MASTER" TO AUD-VALUES
               WHEN WS-LIM-BRANCH(WS-LIMIT-IDX) = WS-LCD-BRANCH-CODE
                   AND WS-LIM-TYPE(WS-LIMIT-IDX) = WS-LCD-TYPE-CODE
                   MOVE WS-LIM-WARN(WS-LIMIT-IDX) TO VAL-LIM-WARN
                   MOVE WS-LIM-REJECT(WS-LIMIT-IDX) TO VAL-LIM-REJECT
                   MOVE WS-LIMIT-VALUES TO AUD-VALUES
           END-SEARCH
           MOVE WS-AUD-VALUE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE "AFTER" TO AUD-VALUE-LABEL
           IF WS-LCD-IS-DELETE
               MOVE "DELETED" TO AUD-VALUES
           ELSE
               IF WS-LCD-WARN-LIMIT IS NUMERIC
                   AND WS-LCD-REJECT-LIMIT IS NUMERIC
                   MOVE WS-LCD-WARN-LIMIT TO VAL-LIM-WARN
                   MOVE WS-LCD-REJECT-LIMIT TO VAL-LIM-REJECT
                   MOVE WS-LIMIT-VALUES TO AUD-VALUES
               ELSE
                   MOVE "NON-NUMERIC LIMIT ON CARD" TO AUD-VALUES
               END-IF
           END-IF
           MOVE WS-AUD-VALUE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-AUD-FILE-STATUS = "00"
               MOVE WS-CAPTURED-COUNT TO AUD-CAPTURED-COUNT
               MOVE WS-APPROVED-COUNT TO AUD-APPROVED-COUNT
               MOVE WS-REJECTED-COUNT TO AUD-REJECTED-COUNT
               MOVE WS-EXPIRED-COUNT TO AUD-EXPIRED-COUNT
               MOVE WS-AUD-TOTAL-LINE-1 TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               MOVE WS-REFUSED-COUNT TO AUD-REFUSED-COUNT
               MOVE WS-PENDING-COUNT TO AUD-PENDING-COUNT
               MOVE WS-AUD-TOTAL-LINE-2 TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF
           IF WS-APC-FILE-STATUS = "00"
               CLOSE APPROVED-CHANGE-FILE
           END-IF
           IF WS-CHH-FILE-STATUS = "00"
               CLOSE CHANGE-HISTORY-FILE
           END-IF.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
