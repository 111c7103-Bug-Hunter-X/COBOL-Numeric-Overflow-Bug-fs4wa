      * branch and transaction type (reject reason BTL, with a
      * warning tier that posts but prints on the LIMREVW review
      * listing); a pair with no limit record falls back to the
      * single plausibility constant (reason LIM).  A detail for a
      * branch closed by consolidation is redirected to the
      * surviving branch named on the branch master and edited as
      * the survivor's, rather than left to fail as a closed branch,
      * once BRCONSOL has marked the consolidation done on the
      * branch master; until then -- a closure still pending or
      * refused -- the branch still carries its own balances and
      * accounts and its details post to it.
      * A detail carrying an account number is checked against the
      * ACCTMAST account master: an account not on the master is
      * reason UAC, a closed account CAC and a blocked account BAC;
      * a dormant account's item posts but prints on the review
      * listing so the branch can confirm the customer.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO LIMREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.
           RECORDING MODE IS F.
       COPY LIMREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACMREC.

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-RECORD           PIC X(80).
                   DEPENDING ON WS-BRANCH-TOTAL-ENTRIES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BRANCH-CODE          PIC X(5).
               10  WS-BRANCH-STATUS        PIC X.
               10  WS-BRANCH-SURVIVOR      PIC X(5).
               10  WS-BRANCH-CONSOL-DONE   PIC X.

       01  WS-SEEN-TOTAL-ENTRIES          PIC 9(5) VALUE 0.
       01  WS-SEEN-TABLE.

       01  WS-REV-TITLE-LINE.
           05  FILLER                  PIC X(80) VALUE
               "REVIEW LISTING - POSTED OVER WARN LIMIT OR DORMANT".

       01  WS-REV-COLUMN-LINE.
           05  FILLER                  PIC X(48) VALUE
               "BRANCH TYPE            AMOUNT        WARN LIMIT ".
           05  FILLER                  PIC X(32) VALUE
               "ACCOUNT  REASON".

       01  WS-REV-DETAIL-LINE.
           05  REV-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REV-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REV-WARN-LIMIT          PIC Z,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REV-ACCOUNT-NO          PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REV-REASON              PIC X(15).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-REV-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE
       01  WS-WARNED-COUNT             PIC 9(9) VALUE 0.
       01  WS-WARNED-LIMIT             PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-LIMIT-FOUND-FLAG         PIC 9 VALUE 0.
       01  WS-DORMANT-SWITCH           PIC X VALUE 'N'.
           88  WS-DORMANT-ACCOUNT              VALUE 'Y'.
       01  WS-DORMANT-COUNT            PIC 9(9) VALUE 0.
       01  WS-ACCOUNT-MASTER-FLAG      PIC 9 VALUE 0.

       01  WS-REASON-CODE              PIC X(3) VALUE SPACES.
           88  WS-RECORD-CLEAN                 VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-CLEAN-COUNT              PIC 9(9) VALUE 0.
       01  WS-REDIRECT-COUNT           PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.

       01  WS-DUP-TABLE-FULL-FLAG      PIC 9 VALUE 0.
       01  WS-CLEAN-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REJ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-LIM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REV-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RCN-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RLG-FILE-STATUS          PIC XX VALUE SPACES.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-BRANCH-TABLE
           PERFORM 1200-LOAD-LIMIT-TABLE
           PERFORM 1300-OPEN-ACCOUNT-MASTER

           IF WS-FATAL-FLAG = 1
               SET WS-TRAN-EOF TO TRUE
                                   WS-BRANCH-TOTAL-ENTRIES
                               MOVE BR-CODE TO
                                   WS-BRANCH-CODE(WS-BRANCH-IDX)
                               MOVE BR-STATUS TO
                                   WS-BRANCH-STATUS(WS-BRANCH-IDX)
                               MOVE BR-SURVIVOR-CODE TO
                                   WS-BRANCH-SURVIVOR(WS-BRANCH-IDX)
                               MOVE BR-CONSOL-DONE-IND TO
                                   WS-BRANCH-CONSOL-DONE(WS-BRANCH-IDX)
                           ELSE
                               DISPLAY "WARNING: branch file "
                                   "exceeds 500 entries, "
               END-IF
           END-IF.

       1300-OPEN-ACCOUNT-MASTER.
      *    An absent account master is allowed for the transition:
      *    account numbers then go unchecked, as before the master
      *    existed.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACM-FILE-STATUS = "00"
               MOVE 1 TO WS-ACCOUNT-MASTER-FLAG
           ELSE
               IF WS-ACM-FILE-STATUS = "35"
                   DISPLAY "WARNING: account master absent, "
                       "account numbers not checked"
               ELSE
                   DISPLAY "ERROR: unable to open account master, "
                       "status " WS-ACM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2000-EDIT-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT

               IF WS-OVER-WARN-LIMIT
                   PERFORM 2250-WRITE-REVIEW-LINE
               END-IF
               IF WS-DORMANT-ACCOUNT
                   PERFORM 2260-WRITE-DORMANT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2200-WRITE-REJECT

       2010-EDIT-ONE-TRANSACTION.
           MOVE 'N' TO WS-WARN-SWITCH
           MOVE 'N' TO WS-DORMANT-SWITCH

           PERFORM 2008-REDIRECT-CONSOLIDATED

           IF TRAN-AMOUNT IS NOT NUMERIC
               MOVE "NNA" TO WS-REASON-CODE
                       MOVE "ITY" TO WS-REASON-CODE
                   ELSE
                       PERFORM 2020-CHECK-BRANCH-CODE
                       IF WS-RECORD-CLEAN
                           PERFORM 2025-CHECK-ACCOUNT
                       END-IF
                       IF WS-RECORD-CLEAN
                           PERFORM 2030-CHECK-DUPLICATE
                       END-IF
               END-IF
           END-IF.

       2008-REDIRECT-CONSOLIDATED.
      *    A late detail for a branch closed into a survivor is
      *    re-keyed to the survivor before any other edit, so the
      *    survivor's limits govern it and it posts where the
      *    closed branch's balances and accounts now live.  A
      *    closure BRCONSOL has not yet marked done has moved
      *    nothing, so its details stay with the branch.
           SET WS-BRANCH-IDX TO 1
           SEARCH WS-BRANCH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BRANCH-CODE(WS-BRANCH-IDX) = TRAN-BRANCH-CODE
                   IF WS-BRANCH-STATUS(WS-BRANCH-IDX) = "C"
                       AND WS-BRANCH-SURVIVOR(WS-BRANCH-IDX)
                           NOT = SPACES
                       AND WS-BRANCH-CONSOL-DONE(WS-BRANCH-IDX)
                           = "Y"
                       MOVE WS-BRANCH-SURVIVOR(WS-BRANCH-IDX) TO
                           TRAN-BRANCH-CODE
                       ADD 1 TO WS-REDIRECT-COUNT
                   END-IF
           END-SEARCH.

       2012-CHECK-AMOUNT-LIMIT.
      *    The branch/type limit record governs when one exists:
      *    over the reject limit is reason BTL, over the warning
                   CONTINUE
           END-SEARCH.

       2025-CHECK-ACCOUNT.
      *    Legacy details with no account number post to the branch
      *    only and have nothing to check.  A dormant account still
      *    posts; the branch confirms the customer from the review
      *    listing.
           IF WS-ACCOUNT-MASTER-FLAG = 1
               AND TRAN-ACCOUNT-NO NOT = SPACES
               MOVE TRAN-BRANCH-CODE TO ACM-BRANCH-CODE
               MOVE TRAN-ACCOUNT-NO TO ACM-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "UAC" TO WS-REASON-CODE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACM-IS-CLOSED
                               MOVE "CAC" TO WS-REASON-CODE
                           WHEN ACM-IS-BLOCKED
                               MOVE "BAC" TO WS-REASON-CODE
                           WHEN ACM-IS-DORMANT
                               MOVE 'Y' TO WS-DORMANT-SWITCH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       2030-CHECK-DUPLICATE.
           IF WS-SEEN-TOTAL-ENTRIES > 0
               SET WS-SEEN-IDX TO 1
           MOVE TRAN-TYPE-CODE TO REV-TYPE-CODE
           MOVE TRAN-AMOUNT TO REV-AMOUNT
           MOVE WS-WARNED-LIMIT TO REV-WARN-LIMIT
           MOVE TRAN-ACCOUNT-NO TO REV-ACCOUNT-NO
           MOVE "OVER WARN LIMIT" TO REV-REASON
           MOVE WS-REV-DETAIL-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

       2260-WRITE-DORMANT-LINE.
           ADD 1 TO WS-DORMANT-COUNT
           MOVE TRAN-BRANCH-CODE TO REV-BRANCH-CODE
           MOVE TRAN-TYPE-CODE TO REV-TYPE-CODE
           MOVE TRAN-AMOUNT TO REV-AMOUNT
           MOVE 0 TO REV-WARN-LIMIT
           MOVE TRAN-ACCOUNT-NO TO REV-ACCOUNT-NO
           MOVE "DORMANT ACCOUNT" TO REV-REASON
           MOVE WS-REV-DETAIL-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

                       "feed is short"
                   SET WS-FEED-ERROR-FLAG TO 1
               END-IF
               ADD WS-WARNED-COUNT WS-DORMANT-COUNT
                   GIVING REV-FLAGGED-COUNT
               MOVE WS-REV-TOTAL-LINE TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
               CLOSE TRANSACTION-FILE
               PERFORM 9010-WRITE-DISPOSITIONS
           END-IF

           IF WS-ACCOUNT-MASTER-FLAG = 1
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           DISPLAY "TXNEDIT RECORDS READ:     " WS-READ-COUNT
           DISPLAY "TXNEDIT RECORDS CLEAN:    " WS-CLEAN-COUNT
           DISPLAY "TXNEDIT RECORDS REJECTED: " WS-REJECT-COUNT
           DISPLAY "TXNEDIT RECORDS FLAGGED:  " WS-WARNED-COUNT
           DISPLAY "TXNEDIT DORMANT ITEMS:    " WS-DORMANT-COUNT
           DISPLAY "TXNEDIT RECORDS REDIRECTED: " WS-REDIRECT-COUNT.

       9010-WRITE-DISPOSITIONS.
      *    State what this step rejected per origin feed; the
