      * BRMAINT audits the branch master -- so the clearing-center
      * limits that let legitimate large items through are never
      * edited by hand.
      *
      * LIMTIN is now the approved-change file from MNTAPPR: each
      * card carries the change number, the user who keyed it and
      * the different user who approved it, and both IDs print on
      * the audit listing.  A card without an approver, or approved
      * by its own requester, is rejected NOT APPROVED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                                     "R" "A".
           05  MNT-WARN-LIMIT          PIC 9(9)V99.
           05  MNT-REJECT-LIMIT        PIC 9(9)V99.
           05  FILLER                  PIC X(14).
           05  MNT-CHANGE-ID           PIC 9(7).
           05  MNT-REQUESTER-ID        PIC X(8).
           05  MNT-APPROVER-ID         PIC X(8).

       FD  NEW-LIMIT-FILE
           RECORDING MODE IS F.
               "AMOUNT LIMIT MASTER MAINTENANCE AUDIT LISTING".

       01  WS-AUD-COLUMN-LINE.
           05  FILLER                  PIC X(46) VALUE
               "ACT BRANCH TYPE RESULT    REASON".
           05  FILLER                  PIC X(34) VALUE
               "   CHANGE REQUESTR APPROVER".

       01  WS-AUD-DETAIL-LINE.
           05  AUD-ACTION-CODE         PIC X.
           05  AUD-RESULT              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-REASON              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUD-CHANGE-ID           PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AUD-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-AUD-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "APPLIED: ".
           MOVE MNT-BRANCH-CODE TO AUD-BRANCH-CODE
           MOVE MNT-TYPE-CODE TO AUD-TYPE-CODE
           MOVE WS-REJECT-REASON TO AUD-REASON
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
                   IF NOT MNT-TYPE-VALID
                       MOVE "INVALID TYPE" TO WS-REJECT-REASON
                   ELSE
                       IF NOT MNT-IS-DELETE
                           PERFORM 2012-EDIT-LIMIT-AMOUNTS
                       END-IF
                       IF WS-MAINT-ACCEPTED
                           PERFORM 2015-EDIT-AGAINST-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
