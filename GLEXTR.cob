      * and credit totals.  The trailer must net to the posted
      * total on the GLWORK header or the step fails, so a journal
      * that would not balance in the ledger never leaves the shop.
      *
      * Every journal that balances is logged to the GLSNDLOG send
      * log under its run date and cycle, for GLACKREC to match
      * against the ledger's acknowledgements.  A second journal for
      * a date and cycle the log shows the ledger has accepted, or
      * has been sent and not yet acknowledged, is refused (RC=12,
      * nothing written) so a rerun cannot post the ledger twice --
      * unless the GLXPARM resend card names that date and cycle.
      * A journal the ledger rejected, or one CYCBKOUT has backed
      * out, may be sent again without the card.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT RESEND-PARAMETER-FILE ASSIGN TO GLXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.

           SELECT GL-SEND-LOG-FILE ASSIGN TO GLSNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-WORK-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD              PIC X(80).

       FD  RESEND-PARAMETER-FILE
           RECORDING MODE IS F.
       01  RESEND-PARAMETER-RECORD.
           05  GLX-RUN-DATE            PIC 9(8).
           05  GLX-CYCLE-NUMBER        PIC 9(2).

       FD  GL-SEND-LOG-FILE
           RECORDING MODE IS F.
       COPY GSLREC.

       WORKING-STORAGE SECTION.
       01  WS-REGION-TOTAL-ENTRIES        PIC 9(3) VALUE 0.
       01  WS-REGION-TABLE.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 0.
       01  WS-SEND-NUMBER              PIC 9(2) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(3) VALUE 0.
       01  WS-AWAITING-COUNT           PIC 9(3) VALUE 0.
       01  WS-POSTED-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HEADER-SEEN-SW           PIC X VALUE 'N'.
           88  WS-HEADER-SEEN                  VALUE 'Y'.
       01  WS-LINE-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-BALANCE-ERROR-FLAG       PIC 9 VALUE 0.
       01  WS-RESEND-FLAG              PIC 9 VALUE 0.
       01  WS-REFUSE-FLAG              PIC 9 VALUE 0.
       01  WS-FATAL-FLAG               PIC 9 VALUE 0.

       01  WS-GLW-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-JRN-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-GLX-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-GSL-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-GLW-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GLW-EOF                      VALUE 'Y'.
       01  WS-GSL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GSL-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 1200-READ-RESEND-CARD
               PERFORM 1300-CHECK-SEND-LOG
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 3000-WRITE-JOURNAL-FILE
               PERFORM 4000-VERIFY-JOURNAL-BALANCE
               IF WS-BALANCE-ERROR-FLAG = 0
                   PERFORM 5000-LOG-JOURNAL-SENT
               END-IF
           END-IF

           PERFORM 9000-TERMINATE
               SET WS-GLW-EOF TO TRUE
           END-IF.

       1200-READ-RESEND-CARD.
      *    The resend card is normally absent or empty.  It only
      *    authorises the date and cycle it names, so a card left
      *    behind cannot let a later journal through twice.
           OPEN INPUT RESEND-PARAMETER-FILE
           IF WS-GLX-FILE-STATUS = "00"
               READ RESEND-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLX-RUN-DATE IS NUMERIC
                           AND GLX-CYCLE-NUMBER IS NUMERIC
                           AND GLX-RUN-DATE = WS-RUN-DATE
                           AND GLX-CYCLE-NUMBER = WS-RUN-CYCLE
                           SET WS-RESEND-FLAG TO 1
                       ELSE
                           DISPLAY "WARNING: resend card "
                               RESEND-PARAMETER-RECORD
                               " does not name this run, ignored"
                       END-IF
               END-READ
               CLOSE RESEND-PARAMETER-FILE
           ELSE
               IF WS-GLX-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open resend parameter "
                       "file, status " WS-GLX-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1300-CHECK-SEND-LOG.
      *    The send log is absent before the first journal is sent.
           OPEN INPUT GL-SEND-LOG-FILE
           IF WS-GSL-FILE-STATUS = "00"
               PERFORM UNTIL WS-GSL-EOF
                   READ GL-SEND-LOG-FILE
                       AT END
                           SET WS-GSL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-NOTE-SENT-JOURNAL
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

           IF WS-ACCEPTED-COUNT > 0 OR WS-AWAITING-COUNT > 0
               IF WS-RESEND-FLAG = 1
                   DISPLAY "WARNING: journal for date " WS-RUN-DATE
                       " cycle " WS-RUN-CYCLE " resent on request"
               ELSE
                   IF WS-ACCEPTED-COUNT > 0
                       DISPLAY "ERROR: journal for date " WS-RUN-DATE
                           " cycle " WS-RUN-CYCLE " already "
                           "accepted by the ledger, not produced"
                   ELSE
                       DISPLAY "ERROR: journal for date " WS-RUN-DATE
                           " cycle " WS-RUN-CYCLE " already sent "
                           "and not yet acknowledged, not produced"
                   END-IF
                   SET WS-REFUSE-FLAG TO 1
               END-IF
           END-IF.

       1310-NOTE-SENT-JOURNAL.
           IF GSL-RUN-DATE = WS-RUN-DATE
               AND GSL-CYCLE-NUMBER = WS-RUN-CYCLE
               AND GSL-IS-POSTING
               ADD 1 TO WS-SEND-NUMBER
               IF NOT GSL-IS-BACKED-OUT
                   IF GSL-IS-ACCEPTED OR GSL-IS-DUPLICATE
                       ADD 1 TO WS-ACCEPTED-COUNT
                   END-IF
                   IF GSL-IS-AWAITING-ACK
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               END-IF
           END-IF.

       2000-ROLL-UP-ACTIVITY.
           EVALUATE TRUE
               WHEN GLW-IS-HEADER
                   MOVE 'Y' TO WS-HEADER-SEEN-SW
                   MOVE GLW-RUN-DATE TO WS-RUN-DATE
                   MOVE GLW-POSTED-TOTAL TO WS-POSTED-TOTAL
                   IF GLW-CYCLE-NUMBER IS NUMERIC
                       MOVE GLW-CYCLE-NUMBER TO WS-RUN-CYCLE
                   ELSE
                       MOVE 1 TO WS-RUN-CYCLE
                   END-IF
               WHEN GLW-IS-DETAIL
                   PERFORM 2010-ROLL-UP-ONE-BRANCH
               WHEN OTHER
           DISPLAY "GLEXTR DEBIT TOTAL:    " WS-DEBIT-TOTAL
           DISPLAY "GLEXTR CREDIT TOTAL:   " WS-CREDIT-TOTAL.

       5000-LOG-JOURNAL-SENT.
           OPEN EXTEND GL-SEND-LOG-FILE
           IF WS-GSL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-SEND-LOG-FILE
           END-IF
           IF WS-GSL-FILE-STATUS = "00"
               MOVE WS-RUN-DATE TO GSL-RUN-DATE
               MOVE WS-RUN-CYCLE TO GSL-CYCLE-NUMBER
               SET GSL-IS-POSTING TO TRUE
               ADD 1 TO WS-SEND-NUMBER
               MOVE WS-SEND-NUMBER TO GSL-SEND-NUMBER
               MOVE WS-LINE-COUNT TO GSL-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO GSL-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GSL-CREDIT-TOTAL
               SET GSL-IS-AWAITING-ACK TO TRUE
               MOVE 0 TO GSL-ACK-DATE
               MOVE 0 TO GSL-ACK-LINE-COUNT
               MOVE 0 TO GSL-ACK-DEBIT-TOTAL
               MOVE 0 TO GSL-ACK-CREDIT-TOTAL
               MOVE SPACES TO GSL-BACKOUT-IND
               WRITE GL-SEND-LOG-RECORD
               CLOSE GL-SEND-LOG-FILE
           ELSE
               DISPLAY "ERROR: unable to open journal send log for "
                   "output, status " WS-GSL-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       9000-TERMINATE.
           IF WS-GLW-FILE-STATUS = "00" OR "10"
               CLOSE GL-WORK-FILE
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-BALANCE-ERROR-FLAG = 1 OR WS-REFUSE-FLAG = 1
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
