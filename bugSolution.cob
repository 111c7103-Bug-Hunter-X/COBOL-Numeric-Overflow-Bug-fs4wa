               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCW-FILE-STATUS.

           SELECT POSTED-ITEM-WORK-FILE ASSIGN TO ITEMWK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMW-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJR-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
           RECORDING MODE IS F.
       01  EXCEPTION-WORK-RECORD          PIC X(75).

       FD  POSTED-ITEM-WORK-FILE
           RECORDING MODE IS F.
       01  POSTED-ITEM-WORK-RECORD        PIC X(51).

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       01  POSTED-ITEM-FILE-RECORD        PIC X(51).

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.
               88  PRM-MODE-VALID              VALUE "D" " "
                                                     "M" "Y".
           05  PRM-CYCLE-NUMBER        PIC 9(2).
      *    "T" asks for a trial (memo-post) run; cards from before
      *    the field read as space, an ordinary live run.
           05  PRM-TRIAL-IND           PIC X.
               88  PRM-TRIAL-RUN               VALUE "T".
               88  PRM-TRIAL-IND-VALID         VALUE "T" " ".

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY CJRREC.

       FD  ACCOUNT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY AJRREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RLGREC.
      * stray exception records behind.
       COPY EXCREC.

      * Posted items are built here and staged on ITEMWK the same
      * way, reaching ITEMHIST only when the run commits.
       COPY PIHREC.

       01  WS-BRANCH-TOTAL-ENTRIES        PIC 9(5) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
       01  WS-FEED-STAT-SUB            PIC 9(2) VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "BRANCH TRANSACTION PROCESSING SUMMARY".
           05  RPT-TRIAL-STAMP         PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-RPT-REGION-HDG-LINE.
           05  FILLER                  PIC X(8) VALUE "REGION: ".
           05  FILLER                  PIC X(29) VALUE
               "ACCOUNT ACTIVITY LISTING     ".
           05  ALS-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ALS-TRIAL-STAMP         PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-ALS-COLUMN-LINE.
           05  FILLER                  PIC X(80) VALUE
           05  FILLER                  PIC X(34) VALUE
               "PRIOR-PERIOD RESTATEMENT LISTING  ".
           05  RSM-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RSM-TRIAL-STAMP         PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-RSM-COLUMN-LINE.
           05  FILLER                  PIC X(48) VALUE
           05  FILLER                  PIC X(29) VALUE
               "BRANCH PERIOD-END STATEMENT  ".
           05  STMT-TITLE-DATE         PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STMT-TRIAL-STAMP        PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-STMT-BRANCH-LINE.
           05  FILLER                  PIC X(8) VALUE "BRANCH: ".
           88  WS-RUN-IS-YEAR-END              VALUE "Y".
           88  WS-RUN-IS-PERIOD-END            VALUE "M" "Y".
       01  WS-PARM-MODE-RAW            PIC X VALUE SPACE.
       01  WS-TRIAL-SWITCH             PIC X VALUE 'N'.
           88  WS-TRIAL-RUN                    VALUE 'Y'.
       01  WS-TRIAL-STAMP              PIC X(26) VALUE
               "*** TRIAL - NOT POSTED ***".
       01  WS-CAL-MODE                 PIC X VALUE "D".
       01  WS-CAL-DAY-TYPE             PIC X VALUE SPACE.
       01  WS-CAL-PERIOD-IND           PIC X VALUE SPACE.
       01  WS-RCN-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RSM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RLG-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCW-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITMW-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.

       01  WS-TRAN-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-RST-EOF                      VALUE 'Y'.
       01  WS-EXCW-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-EXCW-EOF                     VALUE 'Y'.
       01  WS-ITMW-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITMW-EOF                     VALUE 'Y'.
       01  WS-LAST-ITEM-SEQUENCE       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.


           IF WS-FATAL-FLAG = 0 AND WS-FEED-ERROR-FLAG = 0
               PERFORM 3500-PRODUCE-ACCOUNT-LISTING
               IF NOT WS-TRIAL-RUN
                   PERFORM 7000-WRITE-RUN-HISTORY
                   PERFORM 7500-WRITE-GL-WORK-FILE
                   PERFORM 7600-WRITE-DISPOSITIONS
               END-IF
               PERFORM 7800-APPLY-PRIOR-PERIOD-ADJ
           END-IF

           PERFORM 1100-LOAD-BRANCH-TABLE
           PERFORM 1200-LOAD-CONTROL-BALANCES
           PERFORM 1300-CAPTURE-OPENING-COUNTS
      *    A trial always runs the whole feed: a live run's
      *    checkpoint is neither taken up nor disturbed.
           IF NOT WS-TRIAL-RUN
               PERFORM 1400-LOAD-RESTART-CHECKPOINT
           END-IF

           IF WS-FATAL-FLAG = 1
               SET WS-TRAN-EOF TO TRUE
      *    extends what the failed run staged, while a fresh run
      *    (checkpoint empty, including the clean-slate rerun after
      *    a voided feed) starts it over.
      *    Posted items are staged the same way for the item
      *    history.  A trial stages nothing, so a failed live
      *    run's staging is still there for its restart.
           IF NOT WS-TRIAL-RUN
               IF WS-TRAN-COUNT-PROCESSED > 0
                   OPEN EXTEND EXCEPTION-WORK-FILE
                   IF WS-EXCW-FILE-STATUS NOT = "00"
                       OPEN OUTPUT EXCEPTION-WORK-FILE
                   END-IF
                   OPEN EXTEND POSTED-ITEM-WORK-FILE
                   IF WS-ITMW-FILE-STATUS NOT = "00"
                       OPEN OUTPUT POSTED-ITEM-WORK-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT EXCEPTION-WORK-FILE
                   OPEN OUTPUT POSTED-ITEM-WORK-FILE
               END-IF
           END-IF.

       1050-READ-RUN-PARAMETERS.
                       CONTINUE
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC AND PRM-MODE-VALID
                           AND PRM-TRIAL-IND-VALID
                           MOVE PRM-RUN-DATE TO WS-RUN-DATE
                           MOVE PRM-RUN-MODE TO WS-PARM-MODE-RAW
      *                    A card from before the cycle number
                                   MOVE "D" TO WS-RUN-MODE
                               END-IF
                           END-IF
                           IF PRM-TRIAL-RUN
                               PERFORM 1058-SET-TRIAL-RUN
                           END-IF
                       ELSE
                           DISPLAY "ERROR: invalid run parameter "
                               "card " RUN-PARAMETER-RECORD
               END-IF
           END-IF.

       1058-SET-TRIAL-RUN.
      *    A trial run does everything a live run does -- calendar
      *    and cycle checks, posting to the tables, restatement
      *    and period rollover -- and prints every listing stamped
      *    as a trial, but commits nothing: the control and account
      *    files, their journals, the posted-date mark, the run
      *    history, the GL work file, the disposition file, the
      *    exception and item histories and the restart checkpoint
      *    are all left exactly as they were.  Return codes are set
      *    the same as live, so a failure shows up in the trial.
           SET WS-TRIAL-RUN TO TRUE
           MOVE WS-TRIAL-STAMP TO RPT-TRIAL-STAMP
           MOVE WS-TRIAL-STAMP TO ALS-TRIAL-STAMP
           MOVE WS-TRIAL-STAMP TO RSM-TRIAL-STAMP
           MOVE WS-TRIAL-STAMP TO STMT-TRIAL-STAMP
           DISPLAY "WARNING: trial run, nothing will be posted".

       1060-SET-PERIOD-BOUNDS.
      *    The current period opens on the first of the run month;
      *    a detail effective before that posts as a prior-period
                                   WS-BRANCH-REGION(WS-BRANCH-IDX)
                               MOVE BR-STATUS TO
                                   WS-BRANCH-STATUS(WS-BRANCH-IDX)
      *                        A branch closed into a survivor trades
      *                        on under its own code until BRCONSOL
      *                        has moved it and marked it done.
                               IF BR-IS-CLOSED
                                   AND BR-SURVIVOR-CODE NOT = SPACES
                                   AND NOT BR-CONSOL-DONE
                                   MOVE "O" TO
                                       WS-BRANCH-STATUS(WS-BRANCH-IDX)
                               END-IF
                               MOVE 0 TO
                                   WS-BRANCH-COUNT(WS-BRANCH-IDX)
                               MOVE 0 TO

           IF FUNCTION MOD(WS-TRAN-COUNT-PROCESSED
                   WS-CHECKPOINT-INTERVAL) = 0
               AND NOT WS-TRIAL-RUN
               PERFORM 2300-WRITE-CHECKPOINT
           END-IF.

      *    added carry spaces there and still post to the branch,
      *    but their account trail is gone, so they are only
      *    counted as untracked.
           PERFORM 2032-STAGE-POSTED-ITEM

           IF TRAN-ACCOUNT-NO = SPACES
               ADD 1 TO WS-ACCT-UNTRACKED-COUNT
               IF WS-ACCT-BLANK-FLAG = 0
               END-SEARCH
           END-IF.

       2032-STAGE-POSTED-ITEM.
      *    Every posted detail goes to the item history, with or
      *    without an account trail; a legacy detail with no
      *    effective date is taken as effective on the run date.
           MOVE WS-RUN-DATE TO PIH-RUN-DATE
           MOVE WS-RUN-CYCLE TO PIH-CYCLE-NUMBER
           MOVE WS-TRAN-COUNT-PROCESSED TO PIH-ITEM-SEQUENCE
           MOVE TRAN-BRANCH-CODE TO PIH-BRANCH-CODE
           MOVE TRAN-ACCOUNT-NO TO PIH-ACCOUNT-NO
           MOVE TRAN-TYPE-CODE TO PIH-TYPE-CODE
           MOVE WS-SIGNED-AMOUNT TO PIH-AMOUNT
           MOVE "N" TO PIH-PRIOR-PERIOD-IND
           IF TRAN-EFFECTIVE-DATE-X NOT = SPACES
               AND TRAN-EFFECTIVE-DATE IS NUMERIC
               MOVE TRAN-EFFECTIVE-DATE TO PIH-EFFECTIVE-DATE
               IF TRAN-EFFECTIVE-DATE < WS-PERIOD-START
                   SET PIH-IS-PRIOR-PERIOD TO TRUE
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO PIH-EFFECTIVE-DATE
           END-IF
           MOVE SPACE TO PIH-BACKOUT-IND
           IF NOT WS-TRIAL-RUN
               WRITE POSTED-ITEM-WORK-RECORD FROM POSTED-ITEM-RECORD
           END-IF.

       2035-ADD-ACCOUNT-ENTRY.
           IF WS-ACCT-TOTAL-ENTRIES < 5000
               ADD 1 TO WS-ACCT-TOTAL-ENTRIES
           MOVE WS-OVERFLOW-FIELD TO EXC-FIELD-NAME
           MOVE TRANSACTION-RECORD TO EXC-TRAN-DATA
           SET EXC-IS-OPEN TO TRUE
           IF NOT WS-TRIAL-RUN
               MOVE EXCEPTION-RECORD TO EXCEPTION-WORK-RECORD
               WRITE EXCEPTION-WORK-RECORD
           END-IF
           PERFORM 2045-TRACK-FEED-EXCEPTED.

       2300-WRITE-CHECKPOINT.
           MOVE WS-RUN-CYCLE TO RPT-CYC-NUMBER
           MOVE WS-RUN-POSTED-COUNT TO RPT-CYC-COUNT
           MOVE WS-RUN-POSTED-TOTAL TO RPT-CYC-AMOUNT
           IF WS-TRIAL-RUN
               MOVE "(TRIAL)" TO RPT-CYC-NOTE
           ELSE
               MOVE "(THIS RUN)" TO RPT-CYC-NOTE
           END-IF
           MOVE WS-RPT-CYCLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1.

                   HST-BRANCH-CODE
               MOVE WS-BRANCH-COUNT(WS-BRANCH-IDX) TO HST-COUNT
               MOVE WS-BRANCH-TOTAL(WS-BRANCH-IDX) TO HST-TOTAL
               MOVE WS-RUN-CYCLE TO HST-CYCLE-NUMBER
               MOVE SPACE TO HST-BACKOUT-IND
               WRITE HISTORY-RECORD
           END-PERFORM

           SET GLW-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO GLW-RUN-DATE
           MOVE WS-RUN-POSTED-TOTAL TO GLW-POSTED-TOTAL
           MOVE WS-RUN-CYCLE TO GLW-CYCLE-NUMBER
           WRITE GL-WORK-RECORD

           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
           IF WS-TRAN-FILE-STATUS = "00"
               CLOSE TRANSACTION-FILE
           END-IF

      *    A trial stops here: the listings are printed and nothing
      *    it posted to the tables goes any further.
           IF WS-TRIAL-RUN
               DISPLAY "WARNING: trial run complete, control and "
                   "account files not updated"
           ELSE
               PERFORM 9001-COMMIT-RUN
           END-IF.

       9001-COMMIT-RUN.
           CLOSE EXCEPTION-WORK-FILE
           CLOSE POSTED-ITEM-WORK-FILE

           IF WS-FEED-ERROR-FLAG = 0
               PERFORM 9003-APPEND-STAGED-EXCEPTIONS
               PERFORM 9004-APPEND-STAGED-ITEMS
           END-IF

      *    A feed that failed its integrity checks leaves the

           CLOSE EXCEPTION-FILE.

       9004-APPEND-STAGED-ITEMS.
      *    A restarted run stages again the items posted between
      *    its last checkpoint and the failure; they carry the same
      *    feed positions as the ones already staged, so anything
      *    not beyond the last position copied is a repeat.
           OPEN EXTEND POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = "00"
               OPEN OUTPUT POSTED-ITEM-FILE
           END-IF

           MOVE 0 TO WS-LAST-ITEM-SEQUENCE
           OPEN INPUT POSTED-ITEM-WORK-FILE
           IF WS-ITMW-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITMW-EOF
                   READ POSTED-ITEM-WORK-FILE INTO POSTED-ITEM-RECORD
                       AT END
                           SET WS-ITMW-EOF TO TRUE
                       NOT AT END
                           IF PIH-ITEM-SEQUENCE >
                                   WS-LAST-ITEM-SEQUENCE
                               MOVE PIH-ITEM-SEQUENCE TO
                                   WS-LAST-ITEM-SEQUENCE
                               MOVE POSTED-ITEM-RECORD TO
                                   POSTED-ITEM-FILE-RECORD
                               WRITE POSTED-ITEM-FILE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-WORK-FILE
           END-IF

           CLOSE POSTED-ITEM-FILE.

       9005-WRITE-CONTROL-RECORD.
      *    Closing balances go back by key: an existing branch
      *    record is replaced in place, a new branch is added.
               CJR-NEW-COUNT - CJR-OLD-COUNT
           COMPUTE CJR-DELTA-TOTAL =
               CJR-NEW-TOTAL - CJR-OLD-TOTAL
           SET CJR-FROM-POSTING TO TRUE
           WRITE CONTROL-JOURNAL-RECORD.

       9007-UPDATE-ACCOUNT-POSITIONS.
      *    Fold this run's account activity into the keyed
      *    positions: an account already on file accumulates, a
      *    new account is added.  Each fold is journalled to
      *    ACCTJRNL so the cycle can be taken back out again.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACC-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-FILE
           END-IF
           OPEN EXTEND ACCOUNT-JOURNAL-FILE
           IF WS-AJR-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-JOURNAL-FILE
           END-IF

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-TOTAL-ENTRIES
               PERFORM 9008-WRITE-ACCOUNT-RECORD
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-JOURNAL-FILE.

       9008-WRITE-ACCOUNT-RECORD.
      *    An account already on file accumulates this run's
                   CONTINUE
           END-READ
           IF WS-ACC-FILE-STATUS = "00"
               MOVE "N" TO AJR-NEW-ACCOUNT-IND
               MOVE ACC-LAST-POST-DATE TO AJR-OLD-LAST-POST-DATE
               ADD WS-ACCT-COUNT(WS-ACCT-IDX) TO ACC-COUNT
               ADD WS-ACCT-TOTAL(WS-ACCT-IDX) TO ACC-TOTAL
               MOVE WS-RUN-DATE TO ACC-LAST-POST-DATE
               REWRITE ACCOUNT-RECORD
           ELSE
               MOVE "Y" TO AJR-NEW-ACCOUNT-IND
               MOVE 0 TO AJR-OLD-LAST-POST-DATE
               MOVE WS-ACCT-BRANCH(WS-ACCT-IDX) TO ACC-BRANCH-CODE
               MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO ACC-ACCOUNT-NO
               MOVE WS-ACCT-COUNT(WS-ACCT-IDX) TO ACC-COUNT
                           "record " ACC-ACCOUNT-KEY
                           " status " WS-ACC-FILE-STATUS
               END-WRITE
           END-IF

           PERFORM 9011-WRITE-ACCOUNT-JOURNAL.

       9011-WRITE-ACCOUNT-JOURNAL.
           MOVE WS-RUN-DATE TO AJR-RUN-DATE
           MOVE WS-RUN-CYCLE TO AJR-CYCLE-NUMBER
           MOVE WS-ACCT-BRANCH(WS-ACCT-IDX) TO AJR-BRANCH-CODE
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO AJR-ACCOUNT-NO
           MOVE WS-ACCT-COUNT(WS-ACCT-IDX) TO AJR-ITEM-COUNT
           MOVE WS-ACCT-TOTAL(WS-ACCT-IDX) TO AJR-NET-AMOUNT
           SET AJR-FROM-POSTING TO TRUE
           WRITE ACCOUNT-JOURNAL-RECORD.

       9010-RECORD-POSTED-DATE.
           OPEN EXTEND POSTED-DATE-FILE
