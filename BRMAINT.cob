      * Every maintenance transaction is echoed to the BRAUDIT
      * listing as APPLIED or REJECTED with a reason, so the master
      * is no longer edited by hand.
      *
      * The "M" action closes a branch into a surviving branch:
      * the closed branch is marked "C" with the survivor's code
      * and the effective date, and its consolidation-done
      * indicator is cleared.  The balances, accounts and limits
      * themselves are moved by BRCONSOL in the nightly posting
      * job, which sets the indicator and repoints any branch
      * already folded into this one once the move is complete.
      *
      * BRMTIN is now the approved-change file from MNTAPPR: each
      * card carries the change number, the user who keyed it and
      * the different user who approved it, and both IDs print on
      * the audit listing.  A card without an approver, or approved
      * by its own requester, is rejected NOT APPROVED.
      *
      * A consolidation may not be backdated over posted work, so
      * an "M" card dated before the last run on POSTDATE is
      * rejected BEFORE LAST POSTING, and one dated on the day of
      * the last month-end or year-end close is rejected IN CLOSED
      * PERIOD: neither may land in a period already reported.
      * With no POSTDATE yet there is nothing posted to protect.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO POSTDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-FILE-STATUS.

           SELECT NEW-BRANCH-FILE ASSIGN TO BRANCHFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NBR-FILE-STATUS.
               88  MNT-IS-ADD                  VALUE "A".
               88  MNT-IS-CHANGE               VALUE "C".
               88  MNT-IS-CLOSE                VALUE "X".
               88  MNT-IS-CONSOLIDATE          VALUE "M".
               88  MNT-ACTION-VALID            VALUE "A" "C" "X"
                                                     "M".
           05  MNT-BRANCH-CODE         PIC X(5).
           05  MNT-NAME                PIC X(20).
           05  MNT-REGION-CODE         PIC X(3).
           05  MNT-STATUS              PIC X.
               88  MNT-STATUS-VALID            VALUE "O" "C" "F".
           05  MNT-EFFECTIVE-DATE      PIC 9(8).
           05  MNT-SURVIVOR-CODE       PIC X(5).
           05  MNT-CHANGE-ID           PIC 9(7).
           05  MNT-REQUESTER-ID        PIC X(8).
           05  MNT-APPROVER-ID         PIC X(8).

       FD  POSTED-DATE-FILE
           RECORDING MODE IS F.
       01  POSTED-DATE-RECORD.
           05  PDT-POSTED-DATE         PIC 9(8).
           05  PDT-CYCLE-NUMBER        PIC 9(2).
           05  PDT-POSTED-COUNT        PIC 9(9).
           05  PDT-POSTED-TOTAL        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PDT-RUN-MODE            PIC X.

       FD  NEW-BRANCH-FILE
           RECORDING MODE IS F.
       01  NEW-BRANCH-RECORD              PIC X(43).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
               10  WS-BR-REGION            PIC X(3).
               10  WS-BR-STATUS            PIC X.
               10  WS-BR-EFF-DATE          PIC 9(8).
               10  WS-BR-SURVIVOR          PIC X(5).
               10  WS-BR-CONSOL-DONE       PIC X.

       01  WS-SURVIVOR-IDX             PIC 9(5) VALUE 0.

      * The last business date posted, and the last one closed at
      * month-end or year-end, from POSTDATE.
       01  WS-LAST-POSTED-DATE         PIC 9(8) VALUE 0.
       01  WS-LAST-CLOSE-DATE          PIC 9(8) VALUE 0.

       01  WS-AUD-TITLE-LINE.
           05  FILLER                  PIC X(80) VALUE
               "BRANCH MASTER MAINTENANCE AUDIT LISTING".

       01  WS-AUD-COLUMN-LINE.
           05  FILLER                  PIC X(48) VALUE
               "ACT BRANCH RESULT    REASON                INTO ".
           05  FILLER                  PIC X(32) VALUE
               "   CHANGE REQUESTR APPROVER".

       01  WS-AUD-DETAIL-LINE.
           05  AUD-ACTION-CODE         PIC X.
           05  AUD-RESULT              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REASON              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-SURVIVOR-CODE       PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-CHANGE-ID           PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-AUD-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "APPLIED: ".

       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-MNT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PDT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NBR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AUD-FILE-STATUS          PIC XX VALUE SPACES.

           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-MNT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-MNT-EOF                      VALUE 'Y'.
       01  WS-PDT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-PDT-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.


       1000-INITIALIZE.
           PERFORM 1100-LOAD-BRANCH-TABLE
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-LOAD-POSTED-DATES
           END-IF

           IF WS-FATAL-FLAG = 1
               SET WS-MNT-EOF TO TRUE
                                   WS-BR-STATUS(WS-BRANCH-IDX)
                               MOVE BR-EFFECTIVE-DATE TO
                                   WS-BR-EFF-DATE(WS-BRANCH-IDX)
                               MOVE BR-SURVIVOR-CODE TO
                                   WS-BR-SURVIVOR(WS-BRANCH-IDX)
                               MOVE BR-CONSOL-DONE-IND TO
                                   WS-BR-CONSOL-DONE(WS-BRANCH-IDX)
                           ELSE
                               DISPLAY "ERROR: branch master "
                                   "exceeds 500 entries"
               END-IF
           END-IF.

       1200-LOAD-POSTED-DATES.
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-NOTE-POSTED-DATE
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               IF WS-PDT-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open posted-date file, "
                       "status " WS-PDT-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1210-NOTE-POSTED-DATE.
           IF PDT-POSTED-DATE IS NUMERIC
               IF PDT-POSTED-DATE > WS-LAST-POSTED-DATE
                   MOVE PDT-POSTED-DATE TO WS-LAST-POSTED-DATE
               END-IF
               IF PDT-RUN-MODE = "M" OR PDT-RUN-MODE = "Y"
                   IF PDT-POSTED-DATE > WS-LAST-CLOSE-DATE
                       MOVE PDT-POSTED-DATE TO WS-LAST-CLOSE-DATE
                   END-IF
               END-IF
           END-IF.

       2000-APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON

           MOVE MNT-ACTION-CODE TO AUD-ACTION-CODE
           MOVE MNT-BRANCH-CODE TO AUD-BRANCH-CODE
           MOVE WS-REJECT-REASON TO AUD-REASON
           IF MNT-IS-CONSOLIDATE
               MOVE MNT-SURVIVOR-CODE TO AUD-SURVIVOR-CODE
           ELSE
               MOVE SPACES TO AUD-SURVIVOR-CODE
           END-IF
           IF MNT-CHANGE-ID IS NUMERIC
               MOVE MNT-CHANGE-ID TO AUD-CHANGE-ID
           ELSE
               MOVE 0 TO AUD-CHANGE-ID
           END-IF
           MOVE MNT-REQUESTER-ID TO AUD-REQUESTER-ID
           MOVE MNT-APPROVER-ID TO AUD-APPROVER-ID
           MOVE WS-AUD-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           PERFORM 2100-READ-MAINTENANCE.

       2010-EDIT-MAINTENANCE.
           IF MNT-APPROVER-ID = SPACES
               OR MNT-APPROVER-ID = MNT-REQUESTER-ID
               MOVE "NOT APPROVED" TO WS-REJECT-REASON
           ELSE
               IF NOT MNT-ACTION-VALID
                   MOVE "INVALID ACTION" TO WS-REJECT-REASON
               ELSE
                   IF MNT-EFFECTIVE-DATE IS NOT NUMERIC
                       MOVE "NON-NUMERIC DATE" TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2015-EDIT-AGAINST-MASTER
                   END-IF
               END-IF
           END-IF.

               IF MNT-IS-CHANGE AND NOT MNT-STATUS-VALID
                   MOVE "INVALID STATUS" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-MAINT-ACCEPTED AND MNT-IS-CONSOLIDATE
               PERFORM 2017-EDIT-SURVIVOR
           END-IF

           IF WS-MAINT-ACCEPTED AND MNT-IS-CONSOLIDATE
               PERFORM 2018-EDIT-CONSOLIDATION-DATE
           END-IF.

       2017-EDIT-SURVIVOR.
      *    The survivor must be a different branch that is still
      *    trading -- folding into a closed or frozen branch would
      *    strand the money a second time.
           MOVE 0 TO WS-SURVIVOR-IDX
           IF WS-BR-STATUS(WS-BRANCH-IDX) = "C"
               MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
           ELSE
               IF MNT-SURVIVOR-CODE = MNT-BRANCH-CODE
                   OR MNT-SURVIVOR-CODE = SPACES
                   MOVE "INVALID SURVIVOR" TO WS-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-SURVIVOR-IDX FROM 1 BY 1
                           UNTIL WS-SURVIVOR-IDX >
                               WS-BRANCH-TOTAL-ENTRIES
                           OR WS-BR-CODE(WS-SURVIVOR-IDX) =
                               MNT-SURVIVOR-CODE
                       CONTINUE
                   END-PERFORM
                   IF WS-SURVIVOR-IDX > WS-BRANCH-TOTAL-ENTRIES
                       MOVE "UNKNOWN SURVIVOR" TO WS-REJECT-REASON
                   ELSE
                       IF WS-BR-STATUS(WS-SURVIVOR-IDX) NOT = "O"
                           MOVE "SURVIVOR NOT OPEN" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2018-EDIT-CONSOLIDATION-DATE.
      *    The closure may not be dated back into a period
      *    already posted and reported.
           IF MNT-EFFECTIVE-DATE < WS-LAST-POSTED-DATE
               MOVE "BEFORE LAST POSTING" TO WS-REJECT-REASON
           ELSE
               IF MNT-EFFECTIVE-DATE NOT > WS-LAST-CLOSE-DATE
                   MOVE "IN CLOSED PERIOD" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2020-POST-MAINTENANCE.
               MOVE "O" TO WS-BR-STATUS(WS-BRANCH-IDX)
               MOVE MNT-EFFECTIVE-DATE TO
                   WS-BR-EFF-DATE(WS-BRANCH-IDX)
               MOVE SPACES TO WS-BR-SURVIVOR(WS-BRANCH-IDX)
               MOVE SPACE TO WS-BR-CONSOL-DONE(WS-BRANCH-IDX)
           ELSE
               IF MNT-IS-CHANGE
                   MOVE MNT-NAME TO WS-BR-NAME(WS-BRANCH-IDX)
                   MOVE MNT-STATUS TO WS-BR-STATUS(WS-BRANCH-IDX)
                   MOVE MNT-EFFECTIVE-DATE TO
                       WS-BR-EFF-DATE(WS-BRANCH-IDX)
                   IF MNT-STATUS NOT = "C"
                       MOVE SPACES TO WS-BR-SURVIVOR(WS-BRANCH-IDX)
                       MOVE SPACE TO
                           WS-BR-CONSOL-DONE(WS-BRANCH-IDX)
                   END-IF
               ELSE
                   MOVE "C" TO WS-BR-STATUS(WS-BRANCH-IDX)
                   MOVE MNT-EFFECTIVE-DATE TO
                       WS-BR-EFF-DATE(WS-BRANCH-IDX)
                   IF MNT-IS-CONSOLIDATE
                       PERFORM 2025-POST-CONSOLIDATION
                   END-IF
               END-IF
           END-IF.

       2025-POST-CONSOLIDATION.
      *    The branch keeps its own code until BRCONSOL has moved
      *    it and set the done indicator; branches folded into
      *    this one earlier are repointed by BRCONSOL at that time.
           MOVE MNT-SURVIVOR-CODE TO WS-BR-SURVIVOR(WS-BRANCH-IDX)
           MOVE SPACE TO WS-BR-CONSOL-DONE(WS-BRANCH-IDX).

       2100-READ-MAINTENANCE.
           READ MAINT-FILE
               AT END
