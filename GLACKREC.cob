       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
      *
      * GL journal acknowledgement reconciliation.  Run each morning
      * when the ledger system's GLACKIN acknowledgement file comes
      * back: one record per journal it loaded, with the journal
      * date from the GLJRNL header, the line count and the debit
      * and credit totals it accepted.  Each acknowledgement is
      * matched against the GLSNDLOG log of every journal GLEXTR,
      * CYCBKOUT and the month-end CHGBILL chargeback billing sent,
      * keyed by run date and cycle:
      *
      *   MATCHED    accepted totals agree with a journal sent and
      *              not yet acknowledged
      *   DUPLICATE  the ledger accepted a journal whose date and
      *              cycle it had already accepted -- loaded twice
      *              after a rerun, or the same journal acknowledged
      *              again
      *   REJECTED   the ledger acknowledged a journal of that date
      *              but accepted less than was sent
      *   UNMATCHED  no journal of that date is on the log
      *   MISSING    a journal sent that the ledger has still not
      *              acknowledged
      *
      * The outcome is recorded on the log, rewritten to GLSNDLGN
      * for the swap step, so GLEXTR knows which journals the
      * ledger holds.  A rejected journal may then be resent.  The
      * GLACKRPT listing shows every journal in each category with
      * what was sent and what was accepted.  RC=12 on any
      * rejected, duplicate or unmatched journal, RC=4 when the only
      * exceptions are missing acknowledgements, RC=20 when a file
      * will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT GL-SEND-LOG-FILE ASSIGN TO GLSNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSL-FILE-STATUS.

           SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO GLACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT NEW-SEND-LOG-FILE ASSIGN TO GLSNDLGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NGSL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-RUN-MODE            PIC X.
           05  PRM-CYCLE-NUMBER        PIC 9(2).

       FD  GL-SEND-LOG-FILE
           RECORDING MODE IS F.
       COPY GSLREC.

      * One acknowledgement per journal the ledger loaded.
       FD  ACKNOWLEDGEMENT-FILE
           RECORDING MODE IS F.
       01  ACKNOWLEDGEMENT-RECORD.
           05  ACK-JOURNAL-DATE        PIC 9(8).
           05  ACK-LINE-COUNT          PIC 9(7).
           05  ACK-DEBIT-TOTAL         PIC 9(15)V99.
           05  ACK-CREDIT-TOTAL        PIC 9(15)V99.

       FD  NEW-SEND-LOG-FILE
           RECORDING MODE IS F.
       01  NEW-SEND-LOG-RECORD            PIC X(105).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
      * The send log in arrival order; entry layout mirrors
      * GL-SEND-LOG-RECORD in the GSLREC copybook.
       01  WS-LOG-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LOG-TOTAL-ENTRIES
                   INDEXED BY WS-LOG-IDX WS-OTHER-IDX.
               10  WS-LOG-RUN-DATE         PIC 9(8).
               10  WS-LOG-CYCLE            PIC 9(2).
               10  WS-LOG-TYPE             PIC X.
               10  WS-LOG-SEND-NUMBER      PIC 9(2).
               10  WS-LOG-LINE-COUNT       PIC 9(7).
               10  WS-LOG-DEBIT-TOTAL      PIC 9(15)V99.
               10  WS-LOG-CREDIT-TOTAL     PIC 9(15)V99.
               10  WS-LOG-ACK-STATUS       PIC X.
               10  WS-LOG-ACK-DATE         PIC 9(8).
               10  WS-LOG-ACK-LINE-COUNT   PIC 9(7).
               10  WS-LOG-ACK-DEBIT        PIC 9(15)V99.
               10  WS-LOG-ACK-CREDIT       PIC 9(15)V99.
               10  WS-LOG-BACKOUT-IND      PIC X.

       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(44) VALUE
               "GL JOURNAL ACKNOWLEDGEMENT RECONCILIATION   ".
           05  FILLER                  PIC X(5) VALUE "DATE ".
           05  RPT-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "RESULT      JOURNAL    CYC  TYPE      SEND  ".
           05  FILLER                  PIC X(44) VALUE
               "          LINES                  DEBITS     ".
           05  FILLER                  PIC X(44) VALUE
               "            CREDITS".

       01  WS-RPT-DETAIL-LINE.
           05  RPT-RESULT              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-JOURNAL-DATE        PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RPT-CYCLE               PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-TYPE                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-SEND-NUMBER         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-LABEL               PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-LINE-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DEBIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-CREDIT-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "MATCHED: ".
           05  RPT-MATCHED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  DUPLICATE: ".
           05  RPT-DUPLICATE-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  RPT-REJECTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  UNMATCHED: ".
           05  RPT-UNMATCHED-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  MISSING: ".
           05  RPT-MISSING-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(5) VALUE 0.
       01  WS-RESULT                   PIC X(10) VALUE SPACES.

       01  WS-MATCHED-COUNT            PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(5) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.
       01  WS-ACCEPTED-FLAG            PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-GSL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACK-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NGSL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-GSL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GSL-EOF                      VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-ACK-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-LOAD-SEND-LOG
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-OPEN-REPORT
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 2000-MATCH-ACKNOWLEDGEMENTS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 3000-LIST-MISSING-JOURNALS
               PERFORM 4000-WRITE-NEW-SEND-LOG
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The business date on RUNPARM dates the acknowledgements
      *    recorded on the log.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: run parameter file is empty"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-RUN-DATE
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

       1100-LOAD-SEND-LOG.
      *    The send log is absent before the first journal is sent.
           OPEN INPUT GL-SEND-LOG-FILE
           IF WS-GSL-FILE-STATUS = "00"
               PERFORM UNTIL WS-GSL-EOF
                   READ GL-SEND-LOG-FILE
                       AT END
                           SET WS-GSL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-LOAD-ONE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-SEND-LOG-FILE
           ELSE
               IF WS-GSL-FILE-STATUS = "35"
                   DISPLAY "WARNING: journal send log absent, no "
                       "journals to reconcile"
               ELSE
                   DISPLAY "ERROR: unable to open journal send log, "
                       "status " WS-GSL-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1110-LOAD-ONE-LOG-ENTRY.
           IF WS-LOG-TOTAL-ENTRIES < 20000
               ADD 1 TO WS-LOG-TOTAL-ENTRIES
               SET WS-LOG-IDX TO WS-LOG-TOTAL-ENTRIES
               MOVE GSL-RUN-DATE TO WS-LOG-RUN-DATE(WS-LOG-IDX)
               MOVE GSL-CYCLE-NUMBER TO WS-LOG-CYCLE(WS-LOG-IDX)
               MOVE GSL-JOURNAL-TYPE TO WS-LOG-TYPE(WS-LOG-IDX)
               MOVE GSL-SEND-NUMBER TO
                   WS-LOG-SEND-NUMBER(WS-LOG-IDX)
               MOVE GSL-LINE-COUNT TO WS-LOG-LINE-COUNT(WS-LOG-IDX)
               MOVE GSL-DEBIT-TOTAL TO
                   WS-LOG-DEBIT-TOTAL(WS-LOG-IDX)
               MOVE GSL-CREDIT-TOTAL TO
                   WS-LOG-CREDIT-TOTAL(WS-LOG-IDX)
               MOVE GSL-ACK-STATUS TO WS-LOG-ACK-STATUS(WS-LOG-IDX)
               MOVE GSL-ACK-DATE TO WS-LOG-ACK-DATE(WS-LOG-IDX)
               MOVE GSL-ACK-LINE-COUNT TO
                   WS-LOG-ACK-LINE-COUNT(WS-LOG-IDX)
               MOVE GSL-ACK-DEBIT-TOTAL TO
                   WS-LOG-ACK-DEBIT(WS-LOG-IDX)
               MOVE GSL-ACK-CREDIT-TOTAL TO
                   WS-LOG-ACK-CREDIT(WS-LOG-IDX)
               MOVE GSL-BACKOUT-IND TO
                   WS-LOG-BACKOUT-IND(WS-LOG-IDX)
           ELSE
               DISPLAY "ERROR: journal send log exceeds 20000 "
                   "entries"
               SET WS-FATAL-FLAG TO 1
               SET WS-GSL-EOF TO TRUE
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-RUN-DATE TO RPT-TITLE-DATE
               MOVE WS-RPT-TITLE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-RPT-COLUMN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               DISPLAY "ERROR: unable to open reconciliation "
                   "listing, status " WS-RPT-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       2000-MATCH-ACKNOWLEDGEMENTS.
      *    No acknowledgement file means the ledger has answered
      *    nothing; every journal still awaiting one is missing.
           OPEN INPUT ACKNOWLEDGEMENT-FILE
           IF WS-ACK-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACK-EOF
                   READ ACKNOWLEDGEMENT-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-MATCH-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACKNOWLEDGEMENT-FILE
           ELSE
               IF WS-ACK-FILE-STATUS = "35"
                   DISPLAY "WARNING: no acknowledgement file from "
                       "the ledger"
               ELSE
                   DISPLAY "ERROR: unable to open acknowledgement "
                       "file, status " WS-ACK-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2100-MATCH-ONE-ACK.
      *    First a journal awaiting its acknowledgement whose totals
      *    agree; then one already acknowledged with the same
      *    totals (accepted again); then the first journal of the
      *    date still awaiting one, which the ledger has not taken
      *    in full.
           MOVE 0 TO WS-MATCH-IDX
           IF ACK-JOURNAL-DATE IS NOT NUMERIC
               OR ACK-LINE-COUNT IS NOT NUMERIC
               OR ACK-DEBIT-TOTAL IS NOT NUMERIC
               OR ACK-CREDIT-TOTAL IS NOT NUMERIC
               DISPLAY "WARNING: invalid acknowledgement record "
                   ACKNOWLEDGEMENT-RECORD
               MOVE 0 TO ACK-JOURNAL-DATE
               MOVE 0 TO ACK-LINE-COUNT
               MOVE 0 TO ACK-DEBIT-TOTAL
               MOVE 0 TO ACK-CREDIT-TOTAL
           ELSE
               PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                       UNTIL WS-LOG-IDX > WS-LOG-TOTAL-ENTRIES
                       OR WS-MATCH-IDX > 0
                   IF WS-LOG-RUN-DATE(WS-LOG-IDX) = ACK-JOURNAL-DATE
                       AND WS-LOG-ACK-STATUS(WS-LOG-IDX) = SPACE
                       AND WS-LOG-LINE-COUNT(WS-LOG-IDX) =
                           ACK-LINE-COUNT
                       AND WS-LOG-DEBIT-TOTAL(WS-LOG-IDX) =
                           ACK-DEBIT-TOTAL
                       AND WS-LOG-CREDIT-TOTAL(WS-LOG-IDX) =
                           ACK-CREDIT-TOTAL
                       SET WS-MATCH-IDX TO WS-LOG-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-IDX > 0
                   PERFORM 2110-CHECK-ALREADY-ACCEPTED
                   IF WS-ACCEPTED-FLAG = 1
                       MOVE "DUPLICATE" TO WS-RESULT
                       MOVE "D" TO WS-LOG-ACK-STATUS(WS-MATCH-IDX)
                   ELSE
                       MOVE "MATCHED" TO WS-RESULT
                       MOVE "A" TO WS-LOG-ACK-STATUS(WS-MATCH-IDX)
                   END-IF
                   PERFORM 2120-RECORD-ACK
               END-IF
           END-IF

           IF WS-MATCH-IDX = 0 AND ACK-JOURNAL-DATE > 0
               PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                       UNTIL WS-LOG-IDX > WS-LOG-TOTAL-ENTRIES
                       OR WS-MATCH-IDX > 0
                   IF WS-LOG-RUN-DATE(WS-LOG-IDX) = ACK-JOURNAL-DATE
                       AND (WS-LOG-ACK-STATUS(WS-LOG-IDX) = "A"
                           OR WS-LOG-ACK-STATUS(WS-LOG-IDX) = "D")
                       AND WS-LOG-LINE-COUNT(WS-LOG-IDX) =
                           ACK-LINE-COUNT
                       AND WS-LOG-DEBIT-TOTAL(WS-LOG-IDX) =
                           ACK-DEBIT-TOTAL
                       AND WS-LOG-CREDIT-TOTAL(WS-LOG-IDX) =
                           ACK-CREDIT-TOTAL
                       SET WS-MATCH-IDX TO WS-LOG-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-IDX > 0
                   MOVE "DUPLICATE" TO WS-RESULT
               END-IF
           END-IF

           IF WS-MATCH-IDX = 0 AND ACK-JOURNAL-DATE > 0
               PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                       UNTIL WS-LOG-IDX > WS-LOG-TOTAL-ENTRIES
                       OR WS-MATCH-IDX > 0
                   IF WS-LOG-RUN-DATE(WS-LOG-IDX) = ACK-JOURNAL-DATE
                       AND WS-LOG-ACK-STATUS(WS-LOG-IDX) = SPACE
                       SET WS-MATCH-IDX TO WS-LOG-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-IDX > 0
                   MOVE "REJECTED" TO WS-RESULT
                   MOVE "R" TO WS-LOG-ACK-STATUS(WS-MATCH-IDX)
                   PERFORM 2120-RECORD-ACK
               END-IF
           END-IF

           IF WS-MATCH-IDX = 0
               MOVE "UNMATCHED" TO WS-RESULT
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE WS-RESULT TO RPT-RESULT
               MOVE ACK-JOURNAL-DATE TO RPT-JOURNAL-DATE
               PERFORM 2220-PRINT-ACK-FIGURES
           ELSE
               EVALUATE WS-RESULT
                   WHEN "MATCHED"
                       ADD 1 TO WS-MATCHED-COUNT
                   WHEN "DUPLICATE"
                       ADD 1 TO WS-DUPLICATE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
               PERFORM 2200-PRINT-JOURNAL
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE 0 TO RPT-JOURNAL-DATE
               PERFORM 2220-PRINT-ACK-FIGURES
           END-IF.

       2110-CHECK-ALREADY-ACCEPTED.
      *    Another journal of the same date, cycle and type the
      *    ledger has already accepted means this one was loaded
      *    on top of it.  A journal since backed out does not count
      *    -- the corrected feed's journal replaces it.
           MOVE 0 TO WS-ACCEPTED-FLAG
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > WS-LOG-TOTAL-ENTRIES
               IF WS-OTHER-IDX NOT = WS-MATCH-IDX
                   AND WS-LOG-RUN-DATE(WS-OTHER-IDX) =
                       WS-LOG-RUN-DATE(WS-MATCH-IDX)
                   AND WS-LOG-CYCLE(WS-OTHER-IDX) =
                       WS-LOG-CYCLE(WS-MATCH-IDX)
                   AND WS-LOG-TYPE(WS-OTHER-IDX) =
                       WS-LOG-TYPE(WS-MATCH-IDX)
                   AND WS-LOG-BACKOUT-IND(WS-OTHER-IDX) NOT = "B"
                   AND (WS-LOG-ACK-STATUS(WS-OTHER-IDX) = "A"
                       OR WS-LOG-ACK-STATUS(WS-OTHER-IDX) = "D")
                   MOVE 1 TO WS-ACCEPTED-FLAG
               END-IF
           END-PERFORM.

       2120-RECORD-ACK.
           MOVE WS-RUN-DATE TO WS-LOG-ACK-DATE(WS-MATCH-IDX)
           MOVE ACK-LINE-COUNT TO WS-LOG-ACK-LINE-COUNT(WS-MATCH-IDX)
           MOVE ACK-DEBIT-TOTAL TO WS-LOG-ACK-DEBIT(WS-MATCH-IDX)
           MOVE ACK-CREDIT-TOTAL TO WS-LOG-ACK-CREDIT(WS-MATCH-IDX).

       2200-PRINT-JOURNAL.
      *    The journal at WS-MATCH-IDX as it was sent.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-RESULT TO RPT-RESULT
           MOVE WS-LOG-RUN-DATE(WS-MATCH-IDX) TO RPT-JOURNAL-DATE
           MOVE WS-LOG-CYCLE(WS-MATCH-IDX) TO RPT-CYCLE
           IF WS-LOG-TYPE(WS-MATCH-IDX) = "R"
               MOVE "REVERSAL" TO RPT-TYPE
           ELSE
               IF WS-LOG-TYPE(WS-MATCH-IDX) = "C"
                   MOVE "CHARGEBK" TO RPT-TYPE
               ELSE
                   IF WS-LOG-BACKOUT-IND(WS-MATCH-IDX) = "B"
                       MOVE "BACKEDOU" TO RPT-TYPE
                   ELSE
                       MOVE "POSTING" TO RPT-TYPE
                   END-IF
               END-IF
           END-IF
           MOVE WS-LOG-SEND-NUMBER(WS-MATCH-IDX) TO RPT-SEND-NUMBER
           MOVE "SENT" TO RPT-LABEL
           MOVE WS-LOG-LINE-COUNT(WS-MATCH-IDX) TO RPT-LINE-COUNT
           MOVE WS-LOG-DEBIT-TOTAL(WS-MATCH-IDX) TO RPT-DEBIT-TOTAL
           MOVE WS-LOG-CREDIT-TOTAL(WS-MATCH-IDX) TO
               RPT-CREDIT-TOTAL
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2220-PRINT-ACK-FIGURES.
      *    What the ledger says it accepted, under the journal.
           MOVE "ACCEPTED" TO RPT-LABEL
           MOVE ACK-LINE-COUNT TO RPT-LINE-COUNT
           MOVE ACK-DEBIT-TOTAL TO RPT-DEBIT-TOTAL
           MOVE ACK-CREDIT-TOTAL TO RPT-CREDIT-TOTAL
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-LIST-MISSING-JOURNALS.
           MOVE "MISSING" TO WS-RESULT
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOG-TOTAL-ENTRIES
               IF WS-LOG-ACK-STATUS(WS-LOG-IDX) = SPACE
                   ADD 1 TO WS-MISSING-COUNT
                   SET WS-MATCH-IDX TO WS-LOG-IDX
                   PERFORM 2200-PRINT-JOURNAL
               END-IF
           END-PERFORM.

       4000-WRITE-NEW-SEND-LOG.
           OPEN OUTPUT NEW-SEND-LOG-FILE
           IF WS-NGSL-FILE-STATUS = "00"
               PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                       UNTIL WS-LOG-IDX > WS-LOG-TOTAL-ENTRIES
                   MOVE WS-LOG-ENTRY(WS-LOG-IDX) TO
                       NEW-SEND-LOG-RECORD
                   WRITE NEW-SEND-LOG-RECORD
               END-PERFORM
               CLOSE NEW-SEND-LOG-FILE
           ELSE
               DISPLAY "ERROR: unable to open new journal send log, "
                   "status " WS-NGSL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       9000-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-MATCHED-COUNT TO RPT-MATCHED-COUNT
               MOVE WS-DUPLICATE-COUNT TO RPT-DUPLICATE-COUNT
               MOVE WS-REJECTED-COUNT TO RPT-REJECTED-COUNT
               MOVE WS-UNMATCHED-COUNT TO RPT-UNMATCHED-COUNT
               MOVE WS-MISSING-COUNT TO RPT-MISSING-COUNT
               MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF

           DISPLAY "GLACKREC MATCHED:    " WS-MATCHED-COUNT
           DISPLAY "GLACKREC DUPLICATE:  " WS-DUPLICATE-COUNT
           DISPLAY "GLACKREC REJECTED:   " WS-REJECTED-COUNT
           DISPLAY "GLACKREC UNMATCHED:  " WS-UNMATCHED-COUNT
           DISPLAY "GLACKREC MISSING:    " WS-MISSING-COUNT.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-DUPLICATE-COUNT > 0 OR WS-REJECTED-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-MISSING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
