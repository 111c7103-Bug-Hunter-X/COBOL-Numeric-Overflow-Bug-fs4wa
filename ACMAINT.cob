       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMAINT.
      *
      * Account master maintenance.  Applies add/change/close
      * transactions from ACMTIN to the keyed account master
      * ACCTMAST in arrival order: an add opens a new account under
      * a trading branch on BRANCHF, a change replaces the name and
      * status (open, blocked or dormant -- reopening a closed
      * account clears its close date), and a close marks the
      * account closed as of the card's date.  Every maintenance
      * transaction is echoed to the ACMAUDIT listing as APPLIED or
      * REJECTED with a reason, the same way BRMAINT and LIMMAINT
      * audit their masters, so no account is opened or shut by
      * hand.  The master is a VSAM cluster and is updated in place
      * by key; on its very first run the empty cluster is loaded
      * from nothing but adds.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO ACMTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO ACMAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACMREC.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MNT-ACTION-CODE         PIC X.
               88  MNT-IS-ADD                  VALUE "A".
               88  MNT-IS-CHANGE               VALUE "C".
               88  MNT-IS-CLOSE                VALUE "X".
               88  MNT-ACTION-VALID            VALUE "A" "C" "X".
           05  MNT-BRANCH-CODE         PIC X(5).
           05  MNT-ACCOUNT-NO          PIC X(6).
           05  MNT-ACCOUNT-NAME        PIC X(30).
           05  MNT-STATUS              PIC X.
               88  MNT-STATUS-VALID            VALUE "O" "B" "D".
           05  MNT-EFFECTIVE-DATE      PIC 9(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-TOTAL-ENTRIES        PIC 9(5) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BRANCH-TOTAL-ENTRIES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BR-CODE              PIC X(5).
               10  WS-BR-STATUS            PIC X.

       01  WS-AUD-TITLE-LINE.
           05  FILLER                  PIC X(80) VALUE
               "ACCOUNT MASTER MAINTENANCE AUDIT LISTING".

       01  WS-AUD-COLUMN-LINE.
           05  FILLER                  PIC X(80) VALUE
               "ACT BRANCH ACCOUNT RESULT    REASON".

       01  WS-AUD-DETAIL-LINE.
           05  AUD-ACTION-CODE         PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AUD-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-ACCOUNT-NO          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-RESULT              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REASON              PIC X(20).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-AUD-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "APPLIED: ".
           05  AUD-APPLIED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  AUD-REJECTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-REJECT-REASON            PIC X(20) VALUE SPACES.
           88  WS-MAINT-ACCEPTED               VALUE SPACES.

       01  WS-ACCOUNT-FOUND-FLAG       PIC 9 VALUE 0.

       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.

       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-ACM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-MNT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AUD-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-BR-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-MNT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-MNT-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MNT-EOF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-BRANCH-TABLE

           IF WS-FATAL-FLAG = 0
               PERFORM 1200-OPEN-ACCOUNT-MASTER
           END-IF

           IF WS-FATAL-FLAG = 1
               SET WS-MNT-EOF TO TRUE
           ELSE
               OPEN INPUT MAINT-FILE
               IF WS-MNT-FILE-STATUS = "00"
                   OPEN OUTPUT AUDIT-FILE
                   MOVE WS-AUD-TITLE-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-AUD-COLUMN-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   PERFORM 2100-READ-MAINTENANCE
               ELSE
                   DISPLAY "ERROR: unable to open maintenance "
                       "file, status " WS-MNT-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
                   SET WS-MNT-EOF TO TRUE
               END-IF
           END-IF.

       1100-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           IF WS-BR-FILE-STATUS = "00"
               PERFORM UNTIL WS-BR-EOF
                   READ BRANCH-FILE
                       AT END
                           SET WS-BR-EOF TO TRUE
                       NOT AT END
                           IF WS-BRANCH-TOTAL-ENTRIES < 500
                               ADD 1 TO WS-BRANCH-TOTAL-ENTRIES
                               SET WS-BRANCH-IDX TO
                                   WS-BRANCH-TOTAL-ENTRIES
                               MOVE BR-CODE TO
                                   WS-BR-CODE(WS-BRANCH-IDX)
                               MOVE BR-STATUS TO
                                   WS-BR-STATUS(WS-BRANCH-IDX)
                           ELSE
                               DISPLAY "ERROR: branch master "
                                   "exceeds 500 entries"
                               SET WS-FATAL-FLAG TO 1
                               SET WS-BR-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY "ERROR: unable to open branch file, "
                   "status " WS-BR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1200-OPEN-ACCOUNT-MASTER.
      *    A cluster defined but never loaded opens as absent; it
      *    is opened for output once so the first adds can land.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACM-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open account master, "
                   "status " WS-ACM-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       2000-APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2010-EDIT-MAINTENANCE

           IF WS-MAINT-ACCEPTED
               PERFORM 2020-POST-MAINTENANCE
           END-IF

           IF WS-MAINT-ACCEPTED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED " TO AUD-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO AUD-RESULT
           END-IF

           MOVE MNT-ACTION-CODE TO AUD-ACTION-CODE
           MOVE MNT-BRANCH-CODE TO AUD-BRANCH-CODE
           MOVE MNT-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE WS-REJECT-REASON TO AUD-REASON
           MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           PERFORM 2100-READ-MAINTENANCE.

       2010-EDIT-MAINTENANCE.
           IF NOT MNT-ACTION-VALID
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           ELSE
               IF MNT-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "NON-NUMERIC DATE" TO WS-REJECT-REASON
               ELSE
                   IF MNT-ACCOUNT-NO = SPACES
                       MOVE "BLANK ACCOUNT" TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2015-EDIT-AGAINST-MASTER
                   END-IF
               END-IF
           END-IF.

       2015-EDIT-AGAINST-MASTER.
           MOVE MNT-BRANCH-CODE TO ACM-BRANCH-CODE
           MOVE MNT-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-ACCOUNT-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 1 TO WS-ACCOUNT-FOUND-FLAG
           END-READ

           IF MNT-IS-ADD
               IF WS-ACCOUNT-FOUND-FLAG = 1
                   MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2017-EDIT-ACCOUNT-BRANCH
               END-IF
           ELSE
               IF WS-ACCOUNT-FOUND-FLAG = 0
                   MOVE "UNKNOWN ACCOUNT" TO WS-REJECT-REASON
               ELSE
                   IF MNT-IS-CLOSE AND ACM-IS-CLOSED
                       MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-MAINT-ACCEPTED
               IF MNT-IS-CHANGE AND NOT MNT-STATUS-VALID
                   MOVE "INVALID STATUS" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2017-EDIT-ACCOUNT-BRANCH.
      *    New accounts open only at a branch that is trading.
           SET WS-BRANCH-IDX TO 1
           SEARCH WS-BRANCH-ENTRY
               AT END
                   MOVE "UNKNOWN BRANCH" TO WS-REJECT-REASON
               WHEN WS-BR-CODE(WS-BRANCH-IDX) = MNT-BRANCH-CODE
                   IF WS-BR-STATUS(WS-BRANCH-IDX) = "C"
                       MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
                   END-IF
           END-SEARCH.

       2020-POST-MAINTENANCE.
           IF MNT-IS-ADD
               MOVE MNT-BRANCH-CODE TO ACM-BRANCH-CODE
               MOVE MNT-ACCOUNT-NO TO ACM-ACCOUNT-NO
               MOVE MNT-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
               MOVE MNT-EFFECTIVE-DATE TO ACM-OPEN-DATE
               MOVE "O" TO ACM-STATUS
               MOVE 0 TO ACM-CLOSE-DATE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON
               END-WRITE
           ELSE
               IF MNT-IS-CHANGE
                   MOVE MNT-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
                   MOVE MNT-STATUS TO ACM-STATUS
                   MOVE 0 TO ACM-CLOSE-DATE
               ELSE
                   MOVE "C" TO ACM-STATUS
                   MOVE MNT-EFFECTIVE-DATE TO ACM-CLOSE-DATE
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           END-IF.

       2100-READ-MAINTENANCE.
           READ MAINT-FILE
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           IF WS-MNT-FILE-STATUS = "00" OR "10"
               CLOSE MAINT-FILE
               MOVE WS-APPLIED-COUNT TO AUD-APPLIED-COUNT
               MOVE WS-REJECTED-COUNT TO AUD-REJECTED-COUNT
               MOVE WS-AUD-TOTAL-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF

           IF WS-ACM-FILE-STATUS NOT = SPACES
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
