       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.
      *
      * Chargeback rate master maintenance.  Applies add/change/
      * delete transactions from RATETIN to the rate master: the
      * current master is loaded from RATEF, maintenance is applied
      * in arrival order, and the updated master is written to
      * RATEFN.  A rate is keyed by region, transaction type and
      * effective date, so a new rate for a region and type is
      * added under the date it takes effect and the old rate stays
      * on file for the months it priced.  Every maintenance
      * transaction is echoed to the RATEAUDT listing as APPLIED or
      * REJECTED with a reason, the same way LIMMAINT audits the
      * limit master.  A rate may only be set up for a region some
      * branch on BRANCHF belongs to, so a mis-keyed region cannot
      * leave a region's items unpriced at month-end.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO RATEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO RATETIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT NEW-RATE-FILE ASSIGN TO RATEFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO RATEAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY RATEREC.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MNT-ACTION-CODE         PIC X.
               88  MNT-IS-ADD                  VALUE "A".
               88  MNT-IS-CHANGE               VALUE "C".
               88  MNT-IS-DELETE               VALUE "D".
               88  MNT-ACTION-VALID            VALUE "A" "C" "D".
           05  MNT-REGION-CODE         PIC X(3).
           05  MNT-TYPE-CODE           PIC X.
               88  MNT-TYPE-VALID              VALUE "D" "W"
                                                     "R" "A".
           05  MNT-EFFECTIVE-DATE      PIC 9(8).
           05  MNT-EFFECTIVE-DATE-R REDEFINES MNT-EFFECTIVE-DATE.
               10  MNT-EFFECTIVE-CCYY  PIC 9(4).
               10  MNT-EFFECTIVE-MM    PIC 9(2).
               10  MNT-EFFECTIVE-DD    PIC 9(2).
           05  MNT-ITEM-RATE           PIC 9(3)V9(4).

       FD  NEW-RATE-FILE
           RECORDING MODE IS F.
       01  NEW-RATE-RECORD                PIC X(19).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATE-TOTAL-ENTRIES          PIC 9(5) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RATE-TOTAL-ENTRIES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-REGION            PIC X(3).
               10  WS-RT-TYPE              PIC X.
               10  WS-RT-EFFECTIVE         PIC 9(8).
               10  WS-RT-RATE              PIC 9(3)V9(4).
               10  WS-RT-DELETED           PIC X.

      * Every region some branch on BRANCHF belongs to.
       01  WS-REGION-TOTAL-ENTRIES        PIC 9(3) VALUE 0.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REGION-TOTAL-ENTRIES
                   INDEXED BY WS-REGION-IDX.
               10  WS-REG-CODE             PIC X(3).

       01  WS-AUD-TITLE-LINE.
           05  FILLER                  PIC X(80) VALUE
               "CHARGEBACK RATE MASTER MAINTENANCE AUDIT LISTING".

       01  WS-AUD-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "ACT RGN TYPE EFFECTIVE     RATE RESULT    RE".
           05  FILLER                  PIC X(36) VALUE
               "ASON".

       01  WS-AUD-DETAIL-LINE.
           05  AUD-ACTION-CODE         PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AUD-REGION-CODE         PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-TYPE-CODE           PIC X.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  AUD-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-ITEM-RATE           PIC ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-RESULT              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REASON              PIC X(20).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-AUD-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "APPLIED: ".
           05  AUD-APPLIED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  AUD-REJECTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      * Build area for rewriting the master; layout must mirror
      * RATE-RECORD in the RATEREC copybook.
       01  WS-OUT-RATE-RECORD.
           05  WS-OUT-REGION-CODE      PIC X(3).
           05  WS-OUT-TYPE-CODE        PIC X.
           05  WS-OUT-EFFECTIVE-DATE   PIC 9(8).
           05  WS-OUT-ITEM-RATE        PIC 9(3)V9(4).

       01  WS-REJECT-REASON            PIC X(20) VALUE SPACES.
           88  WS-MAINT-ACCEPTED               VALUE SPACES.

       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.

       01  WS-RT-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-MNT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NRT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AUD-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-RT-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-RT-EOF                       VALUE 'Y'.
       01  WS-BR-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-MNT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-MNT-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MNT-EOF

           PERFORM 3000-WRITE-NEW-MASTER

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RATE-TABLE
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-LOAD-REGIONS
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

       1100-LOAD-RATE-TABLE.
      *    An absent master is allowed: the first maintenance run
      *    builds the file from nothing but adds.
           OPEN INPUT RATE-FILE
           IF WS-RT-FILE-STATUS = "00"
               PERFORM UNTIL WS-RT-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-RT-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-TOTAL-ENTRIES < 2000
                               ADD 1 TO WS-RATE-TOTAL-ENTRIES
                               SET WS-RATE-IDX TO
                                   WS-RATE-TOTAL-ENTRIES
                               MOVE RT-REGION-CODE TO
                                   WS-RT-REGION(WS-RATE-IDX)
                               MOVE RT-TYPE-CODE TO
                                   WS-RT-TYPE(WS-RATE-IDX)
                               MOVE RT-EFFECTIVE-DATE TO
                                   WS-RT-EFFECTIVE(WS-RATE-IDX)
                               MOVE RT-ITEM-RATE TO
                                   WS-RT-RATE(WS-RATE-IDX)
                               MOVE "N" TO
                                   WS-RT-DELETED(WS-RATE-IDX)
                           ELSE
                               DISPLAY "ERROR: rate master "
                                   "exceeds 2000 entries"
                               SET WS-FATAL-FLAG TO 1
                               SET WS-RT-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               IF WS-RT-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open rate master, "
                       "status " WS-RT-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1200-LOAD-REGIONS.
           OPEN INPUT BRANCH-FILE
           IF WS-BR-FILE-STATUS = "00"
               PERFORM UNTIL WS-BR-EOF
                   READ BRANCH-FILE
                       AT END
                           SET WS-BR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-NOTE-REGION
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY "ERROR: unable to open branch file, "
                   "status " WS-BR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1210-NOTE-REGION.
           SET WS-REGION-IDX TO 1
           SEARCH WS-REGION-ENTRY
               AT END
                   IF WS-REGION-TOTAL-ENTRIES < 100
                       ADD 1 TO WS-REGION-TOTAL-ENTRIES
                       SET WS-REGION-IDX TO WS-REGION-TOTAL-ENTRIES
                       MOVE BR-REGION-CODE TO
                           WS-REG-CODE(WS-REGION-IDX)
                   ELSE
                       DISPLAY "ERROR: more than 100 region codes "
                           "on the branch file"
                       SET WS-FATAL-FLAG TO 1
                       SET WS-BR-EOF TO TRUE
                   END-IF
               WHEN WS-REG-CODE(WS-REGION-IDX) = BR-REGION-CODE
                   CONTINUE
           END-SEARCH.

       2000-APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2010-EDIT-MAINTENANCE

           IF WS-MAINT-ACCEPTED
               PERFORM 2020-POST-MAINTENANCE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED " TO AUD-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO AUD-RESULT
           END-IF

           MOVE MNT-ACTION-CODE TO AUD-ACTION-CODE
           MOVE MNT-REGION-CODE TO AUD-REGION-CODE
           MOVE MNT-TYPE-CODE TO AUD-TYPE-CODE
           MOVE MAINT-RECORD(6:8) TO AUD-EFFECTIVE-DATE
           IF MNT-ITEM-RATE IS NUMERIC
               MOVE MNT-ITEM-RATE TO AUD-ITEM-RATE
           ELSE
               MOVE 0 TO AUD-ITEM-RATE
           END-IF
           MOVE WS-REJECT-REASON TO AUD-REASON
           MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           PERFORM 2100-READ-MAINTENANCE.

       2010-EDIT-MAINTENANCE.
           IF NOT MNT-ACTION-VALID
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           ELSE
               IF NOT MNT-TYPE-VALID
                   MOVE "INVALID TYPE" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2011-EDIT-EFFECTIVE-DATE
                   IF WS-MAINT-ACCEPTED AND NOT MNT-IS-DELETE
                       PERFORM 2012-EDIT-RATE
                   END-IF
                   IF WS-MAINT-ACCEPTED AND MNT-IS-ADD
                       PERFORM 2013-EDIT-REGION
                   END-IF
                   IF WS-MAINT-ACCEPTED
                       PERFORM 2015-EDIT-AGAINST-MASTER
                   END-IF
               END-IF
           END-IF.

       2011-EDIT-EFFECTIVE-DATE.
           IF MNT-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "NON-NUMERIC DATE" TO WS-REJECT-REASON
           ELSE
               IF MNT-EFFECTIVE-CCYY < 1900
                   OR MNT-EFFECTIVE-MM < 1 OR MNT-EFFECTIVE-MM > 12
                   OR MNT-EFFECTIVE-DD < 1 OR MNT-EFFECTIVE-DD > 31
                   MOVE "INVALID DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2012-EDIT-RATE.
      *    A zero rate is allowed: it makes a type free of charge
      *    for the region from its effective date.
           IF MNT-ITEM-RATE IS NOT NUMERIC
               MOVE "NON-NUMERIC RATE" TO WS-REJECT-REASON
           END-IF.

       2013-EDIT-REGION.
           SET WS-REGION-IDX TO 1
           SEARCH WS-REGION-ENTRY
               AT END
                   MOVE "UNKNOWN REGION" TO WS-REJECT-REASON
               WHEN WS-REG-CODE(WS-REGION-IDX) = MNT-REGION-CODE
                   CONTINUE
           END-SEARCH.

       2015-EDIT-AGAINST-MASTER.
           SET WS-RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   IF NOT MNT-IS-ADD
                       MOVE "UNKNOWN RATE" TO WS-REJECT-REASON
                   ELSE
                       IF WS-RATE-TOTAL-ENTRIES >= 2000
                           MOVE "MASTER FULL" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN WS-RT-REGION(WS-RATE-IDX) = MNT-REGION-CODE
                   AND WS-RT-TYPE(WS-RATE-IDX) = MNT-TYPE-CODE
                   AND WS-RT-EFFECTIVE(WS-RATE-IDX) =
                       MNT-EFFECTIVE-DATE
                   AND WS-RT-DELETED(WS-RATE-IDX) = "N"
                   IF MNT-IS-ADD
                       MOVE "DUPLICATE RATE" TO WS-REJECT-REASON
                   END-IF
           END-SEARCH.

       2020-POST-MAINTENANCE.
           IF MNT-IS-ADD
               ADD 1 TO WS-RATE-TOTAL-ENTRIES
               SET WS-RATE-IDX TO WS-RATE-TOTAL-ENTRIES
               MOVE MNT-REGION-CODE TO WS-RT-REGION(WS-RATE-IDX)
               MOVE MNT-TYPE-CODE TO WS-RT-TYPE(WS-RATE-IDX)
               MOVE MNT-EFFECTIVE-DATE TO WS-RT-EFFECTIVE(WS-RATE-IDX)
               MOVE MNT-ITEM-RATE TO WS-RT-RATE(WS-RATE-IDX)
               MOVE "N" TO WS-RT-DELETED(WS-RATE-IDX)
           ELSE
               IF MNT-IS-CHANGE
                   MOVE MNT-ITEM-RATE TO WS-RT-RATE(WS-RATE-IDX)
               ELSE
                   MOVE "Y" TO WS-RT-DELETED(WS-RATE-IDX)
               END-IF
           END-IF.

       2100-READ-MAINTENANCE.
           READ MAINT-FILE
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ.

       3000-WRITE-NEW-MASTER.
           IF WS-FATAL-FLAG = 0
               OPEN OUTPUT NEW-RATE-FILE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-TOTAL-ENTRIES
                   IF WS-RT-DELETED(WS-RATE-IDX) = "N"
                       MOVE WS-RT-REGION(WS-RATE-IDX) TO
                           WS-OUT-REGION-CODE
                       MOVE WS-RT-TYPE(WS-RATE-IDX) TO
                           WS-OUT-TYPE-CODE
                       MOVE WS-RT-EFFECTIVE(WS-RATE-IDX) TO
                           WS-OUT-EFFECTIVE-DATE
                       MOVE WS-RT-RATE(WS-RATE-IDX) TO
                           WS-OUT-ITEM-RATE
                       MOVE WS-OUT-RATE-RECORD TO NEW-RATE-RECORD
                       WRITE NEW-RATE-RECORD
                   END-IF
               END-PERFORM
               CLOSE NEW-RATE-FILE
           END-IF.

       9000-TERMINATE.
           IF WS-MNT-FILE-STATUS = "00" OR "10"
               CLOSE MAINT-FILE
               MOVE WS-APPLIED-COUNT TO AUD-APPLIED-COUNT
               MOVE WS-REJECTED-COUNT TO AUD-REJECTED-COUNT
               MOVE WS-AUD-TOTAL-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
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
