       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCONSOL.
      *
      * Branch consolidation.  Runs in the nightly posting job
      * ahead of the edit and posting steps: every branch BRANCHF
      * shows closed into a surviving branch (status "C" with
      * BR-SURVIVOR-CODE set by the BRMAINT "M" action) and not
      * yet marked done has whatever it still
      * carries moved to the survivor -- the CTLFILE daily, MTD and
      * YTD balances are added into the survivor's record and the
      * closed branch's record is left at zero, its ACCTFILE
      * positions and its ACCTMAST account master entries are
      * re-keyed under the survivor's branch code,
      * and its LIMITF rows are re-keyed to the survivor (a type
      * the survivor already has a limit for keeps the survivor's
      * limit).  The updated limit master is written to LIMITFN
      * for the swap step.
      *
      * Once the move is made the branch's BR-CONSOL-DONE-IND is
      * set, and any branch already folded into it is repointed at
      * its survivor, so every late detail is one step from the
      * branch that now carries the business.  The updated branch
      * master is written to BRANCHFN for the swap step; TXNEDIT
      * redirects to the survivor only once the indicator is set.
      * A closure with nothing left to move is simply marked done.
      *
      * Every balance moved is journalled to CTLJRNL, and every
      * account moved to ACCTJRNL, under the business date with
      * cycle 00, ahead of that date's first posting cycle.  The
      * CNSRPT report prints both branches before the move, their
      * combined total, and both branches read back after it, and
      * proves the combined before total equals the after total.
      *
      * Only a consolidation whose effective date has arrived is
      * moved: the business date comes from the RUNPARM card, and
      * a closure dated after it is listed on the report as pending
      * and left for the first run on or after its effective date,
      * so no balance is journalled ahead of the day it belongs to.
      * A closure that is due but finds the business date already
      * posted on POSTDATE (a rerun, or a later cycle of the same
      * day) is listed as held and left for the next business
      * date, RC=4, so no move is journalled behind a posted cycle.
      *
      * A consolidation is refused, and nothing of it moved, when
      * an account number is on file, or on the account master,
      * under both branches or the
      * survivor's counts would overflow: RC=4, with the reason on
      * the report.  A proof that does not balance ends RC=12.  A
      * file error part way through a move stops the run at RC=20:
      * no position or master entry leaves the closed branch until
      * its survivor copy is on file, no later consolidation is
      * attempted, and neither LIMITFN nor BRANCHFN is written.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO POSTDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT NEW-BRANCH-FILE ASSIGN TO BRANCHFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NBR-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CTL-BRANCH-CODE
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO LIMITF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT NEW-LIMIT-FILE ASSIGN TO LIMITFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLM-FILE-STATUS.

           SELECT CONTROL-JOURNAL-FILE ASSIGN TO CTLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJR-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-FILE-STATUS.

           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO CNSRPT
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

       FD  POSTED-DATE-FILE
           RECORDING MODE IS F.
       01  POSTED-DATE-RECORD.
           05  PDT-POSTED-DATE         PIC 9(8).
           05  PDT-CYCLE-NUMBER        PIC 9(2).
           05  PDT-POSTED-COUNT        PIC 9(9).
           05  PDT-POSTED-TOTAL        PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  PDT-RUN-MODE            PIC X.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  NEW-BRANCH-FILE
           RECORDING MODE IS F.
       01  NEW-BRANCH-RECORD              PIC X(43).

       FD  CONTROL-FILE.
       COPY CTLREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACMREC.

       FD  LIMIT-FILE
           RECORDING MODE IS F.
       COPY LIMREC.

       FD  NEW-LIMIT-FILE
           RECORDING MODE IS F.
       01  NEW-LIMIT-RECORD               PIC X(28).

       FD  CONTROL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CJRREC.

       FD  ACCOUNT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY AJRREC.

       FD  CONSOLIDATION-REPORT-FILE
           RECORDING MODE IS F.
       01  CONSOLIDATION-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      * The branch master, marked in place and rewritten whole;
      * layout must mirror BRANCH-RECORD in the BRANCHREC copybook.
       01  WS-MST-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MST-TOTAL-ENTRIES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-CODE             PIC X(5).
               10  WS-MST-NAME             PIC X(20).
               10  WS-MST-REGION           PIC X(3).
               10  WS-MST-STATUS           PIC X.
               10  WS-MST-EFF-DATE         PIC X(8).
               10  WS-MST-SURVIVOR         PIC X(5).
               10  WS-MST-CONSOL-DONE      PIC X.

      * Closed branches with a survivor not yet moved, from the
      * branch master, each with its place in the master table.
       01  WS-CNS-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-CNS-TABLE.
           05  WS-CNS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CNS-TOTAL-ENTRIES
                   INDEXED BY WS-CNS-IDX WS-CNS-IDX2.
               10  WS-CNS-CLOSED-CODE      PIC X(5).
               10  WS-CNS-SURVIVOR-CODE    PIC X(5).
               10  WS-CNS-EFF-DATE         PIC 9(8).
               10  WS-CNS-MST-SUB          PIC 9(5).

      * The limit master, re-keyed in place and rewritten whole.
       01  WS-LIMIT-TOTAL-ENTRIES         PIC 9(5) VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LIMIT-TOTAL-ENTRIES
                   INDEXED BY WS-LIMIT-IDX WS-LIMIT-IDX2.
               10  WS-LIM-BRANCH           PIC X(5).
               10  WS-LIM-TYPE             PIC X.
               10  WS-LIM-WARN             PIC 9(9)V99.
               10  WS-LIM-REJECT           PIC 9(9)V99.
               10  WS-LIM-DELETED          PIC X.

      * The closed branch's account positions, gathered before any
      * of them is moved.
       01  WS-MOV-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MOV-TOTAL-ENTRIES
                   INDEXED BY WS-MOV-IDX.
               10  WS-MOV-ACCOUNT-NO       PIC X(6).
               10  WS-MOV-COUNT            PIC 9(7).
               10  WS-MOV-TOTAL            PIC S9(13)V99 COMP-3.
               10  WS-MOV-LAST-DATE        PIC 9(8).

      * The closed branch's account master entries, likewise
      * gathered whole before any of them is re-keyed.
       01  WS-AMV-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-AMV-TABLE.
           05  WS-AMV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AMV-TOTAL-ENTRIES
                   INDEXED BY WS-AMV-IDX.
               10  WS-AMV-RECORD           PIC X(58).

      * Build area for rewriting the limit master; layout must
      * mirror LIMIT-RECORD in the LIMREC copybook.
       01  WS-OUT-LIMIT-RECORD.
           05  WS-OUT-BRANCH-CODE      PIC X(5).
           05  WS-OUT-TYPE-CODE        PIC X.
           05  WS-OUT-WARN-LIMIT       PIC 9(9)V99.
           05  WS-OUT-REJECT-LIMIT     PIC 9(9)V99.

      * One control record's balances, legacy spaces taken as zero.
       01  WS-CAP-BALANCES.
           05  WS-CAP-COUNT            PIC 9(5).
           05  WS-CAP-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-CAP-MTD-COUNT        PIC 9(7).
           05  WS-CAP-MTD-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-CAP-YTD-COUNT        PIC 9(9).
           05  WS-CAP-YTD-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-CLS-BALANCES.
           05  WS-CLS-COUNT            PIC 9(5).
           05  WS-CLS-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-CLS-MTD-COUNT        PIC 9(7).
           05  WS-CLS-MTD-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-CLS-YTD-COUNT        PIC 9(9).
           05  WS-CLS-YTD-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-SUR-BALANCES.
           05  WS-SUR-COUNT            PIC 9(5).
           05  WS-SUR-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-SUR-MTD-COUNT        PIC 9(7).
           05  WS-SUR-MTD-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-SUR-YTD-COUNT        PIC 9(9).
           05  WS-SUR-YTD-TOTAL        PIC S9(13)V99 COMP-3.
      * The two branches added together before the move, wide
      * enough to see a count the survivor's record cannot hold.
       01  WS-CMB-BALANCES.
           05  WS-CMB-COUNT            PIC 9(6).
           05  WS-CMB-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-CMB-MTD-COUNT        PIC 9(8).
           05  WS-CMB-MTD-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-CMB-YTD-COUNT        PIC 9(10).
           05  WS-CMB-YTD-TOTAL        PIC S9(13)V99 COMP-3.
      * The two branches read back and added together after it.
       01  WS-AFT-BALANCES.
           05  WS-AFT-COUNT            PIC 9(6).
           05  WS-AFT-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-AFT-MTD-COUNT        PIC 9(8).
           05  WS-AFT-MTD-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-AFT-YTD-COUNT        PIC 9(10).
           05  WS-AFT-YTD-TOTAL        PIC S9(13)V99 COMP-3.

       01  WS-CNS-TITLE-LINE.
           05  FILLER                  PIC X(132) VALUE
               "BRANCH CONSOLIDATION REPORT".

       01  WS-CNS-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "BRANCH STAGE    COUNT             NET AMOUNT".
           05  FILLER                  PIC X(44) VALUE
               "  MTD CNT                MTD NET    YTD CNT".
           05  FILLER                  PIC X(44) VALUE
               "               YTD NET".

       01  WS-CNS-PAIR-LINE.
           05  FILLER                  PIC X(12) VALUE
               "CONSOLIDATE ".
           05  CNS-PAIR-CLOSED         PIC X(5).
           05  FILLER                  PIC X(6) VALUE " INTO ".
           05  CNS-PAIR-SURVIVOR       PIC X(5).
           05  FILLER                  PIC X(11) VALUE
               " EFFECTIVE ".
           05  CNS-PAIR-EFF-DATE       PIC 9(8).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-CNS-DETAIL-LINE.
           05  CNS-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNS-STAGE               PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CNS-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNS-TOTAL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CNS-MTD-COUNT           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNS-MTD-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CNS-YTD-COUNT           PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNS-YTD-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-CNS-ACCOUNT-LINE.
           05  FILLER                  PIC X(17) VALUE
               "ACCOUNTS MOVED:  ".
           05  CNS-ACCT-MOVED          PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  ITEMS: ".
           05  CNS-ACCT-ITEMS          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  NET: ".
           05  CNS-ACCT-NET            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(20) VALUE
               "  LIMITS RE-KEYED:  ".
           05  CNS-LIM-MOVED           PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DROPPED: ".
           05  CNS-LIM-DROPPED         PIC ZZZ9.
           05  FILLER                  PIC X(19) VALUE
               "  MASTER RE-KEYED: ".
           05  CNS-MAST-MOVED          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-CNS-PROOF-LINE.
           05  FILLER                  PIC X(44) VALUE
               "PROOF: BEFORE TOTAL AGAINST AFTER TOTAL ... ".
           05  CNS-PROOF-RESULT        PIC X(14).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-CNS-REFUSED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "REFUSED, NOT MOVED: ".
           05  CNS-REFUSED-REASON      PIC X(40).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-CNS-PENDING-LINE.
           05  FILLER                  PIC X(49) VALUE
               "PENDING, NOT MOVED: EFFECTIVE AFTER BUSINESS DATE".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CNS-PENDING-BUS-DATE    PIC 9(8).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-CNS-HELD-LINE.
           05  FILLER                  PIC X(45) VALUE
               "HELD, NOT MOVED: BUSINESS DATE ALREADY POSTED".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CNS-HELD-BUS-DATE       PIC 9(8).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-CNS-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "CONSOLIDATIONS APPLIED: ".
           05  CNS-APPLIED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REFUSED: ".
           05  CNS-REFUSED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE
               "  OUT OF BALANCE: ".
           05  CNS-OOB-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  PENDING: ".
           05  CNS-PENDING-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  HELD: ".
           05  CNS-HELD-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
      * The latest date already posted, from POSTDATE.
       01  WS-LAST-POSTED-DATE         PIC 9(8) VALUE 0.

       01  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
           88  WS-CNS-ACCEPTED                 VALUE SPACES.

       01  WS-CLS-CTL-FOUND-FLAG       PIC 9 VALUE 0.
       01  WS-SUR-CTL-FOUND-FLAG       PIC 9 VALUE 0.
       01  WS-CLS-LIMIT-COUNT          PIC 9(5) VALUE 0.
       01  WS-LIM-MOVED-COUNT          PIC 9(5) VALUE 0.
       01  WS-LIM-DROPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACCT-MOVED-ITEMS         PIC 9(9) VALUE 0.
       01  WS-ACCT-MOVED-NET           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SURVIVOR-HAS-TYPE-FLAG   PIC 9 VALUE 0.
       01  WS-ACCOUNT-MASTER-FLAG      PIC 9 VALUE 0.

       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-OOB-COUNT                PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.

       01  WS-FATAL-FLAG               PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PDT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-NBR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-LIM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-NLM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-AJR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-PDT-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-PDT-EOF                      VALUE 'Y'.
       01  WS-BR-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-LIM-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-LIM-EOF                      VALUE 'Y'.
       01  WS-ACC-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-ACC-EOF                      VALUE 'Y'.
       01  WS-ACM-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-ACM-EOF                      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                       UNTIL WS-CNS-IDX > WS-CNS-TOTAL-ENTRIES
                       OR WS-FATAL-FLAG = 1
                   PERFORM 2000-CONSOLIDATE-ONE-BRANCH
               END-PERFORM
      *        No limit or branch master is written from a run
      *        that stopped part way through a move.
               IF WS-FATAL-FLAG = 0
                   PERFORM 3000-WRITE-NEW-LIMIT-MASTER
                   PERFORM 3100-WRITE-NEW-BRANCH-MASTER
               END-IF
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The business date of the posting run, taken from the same
      *    RUNPARM card, decides which consolidations are due.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: run parameter file is empty, "
                           "no business date"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-BUSINESS-DATE
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
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 1050-LOAD-POSTED-DATES
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-LOAD-CONSOLIDATIONS
           END-IF

           IF WS-FATAL-FLAG = 0
               PERFORM 1200-LOAD-LIMIT-TABLE
           END-IF

           IF WS-FATAL-FLAG = 0
               OPEN I-O CONTROL-FILE
               IF WS-CTL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to open control file, "
                       "status " WS-CTL-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF

           IF WS-FATAL-FLAG = 0
               OPEN I-O ACCOUNT-FILE
               IF WS-ACC-FILE-STATUS = "35"
                   OPEN OUTPUT ACCOUNT-FILE
                   CLOSE ACCOUNT-FILE
                   OPEN I-O ACCOUNT-FILE
               END-IF
               IF WS-ACC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to open account file, "
                       "status " WS-ACC-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
                   CLOSE CONTROL-FILE
               END-IF
           END-IF

      *    An absent account master is allowed for the transition:
      *    there is then nothing on it to re-key.
           IF WS-FATAL-FLAG = 0
               OPEN I-O ACCOUNT-MASTER-FILE
               IF WS-ACM-FILE-STATUS = "00"
                   MOVE 1 TO WS-ACCOUNT-MASTER-FLAG
               ELSE
                   IF WS-ACM-FILE-STATUS NOT = "35"
                       DISPLAY "ERROR: unable to open account "
                           "master, status " WS-ACM-FILE-STATUS
                       SET WS-FATAL-FLAG TO 1
                       CLOSE CONTROL-FILE
                       CLOSE ACCOUNT-FILE
                   END-IF
               END-IF
           END-IF

           IF WS-FATAL-FLAG = 0
               OPEN EXTEND CONTROL-JOURNAL-FILE
               IF WS-CJR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CONTROL-JOURNAL-FILE
               END-IF
               OPEN EXTEND ACCOUNT-JOURNAL-FILE
               IF WS-AJR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCOUNT-JOURNAL-FILE
               END-IF
               OPEN OUTPUT CONSOLIDATION-REPORT-FILE
               MOVE WS-CNS-TITLE-LINE TO CONSOLIDATION-REPORT-RECORD
               WRITE CONSOLIDATION-REPORT-RECORD
               MOVE WS-CNS-COLUMN-LINE TO CONSOLIDATION-REPORT-RECORD
               WRITE CONSOLIDATION-REPORT-RECORD
           END-IF.

       1050-LOAD-POSTED-DATES.
      *    With no POSTDATE yet nothing has been posted to hold a
      *    consolidation behind.
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDT-EOF TO TRUE
                       NOT AT END
                           IF PDT-POSTED-DATE IS NUMERIC
                               AND PDT-POSTED-DATE >
                                   WS-LAST-POSTED-DATE
                               MOVE PDT-POSTED-DATE TO
                                   WS-LAST-POSTED-DATE
                           END-IF
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

       1100-LOAD-CONSOLIDATIONS.
           OPEN INPUT BRANCH-FILE
           IF WS-BR-FILE-STATUS = "00"
               PERFORM UNTIL WS-BR-EOF
                   READ BRANCH-FILE
                       AT END
                           SET WS-BR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1105-ADD-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY "ERROR: unable to open branch file, "
                   "status " WS-BR-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       1105-ADD-MASTER-ENTRY.
           IF WS-MST-TOTAL-ENTRIES < 500
               ADD 1 TO WS-MST-TOTAL-ENTRIES
               SET WS-MST-IDX TO WS-MST-TOTAL-ENTRIES
               MOVE BRANCH-RECORD TO WS-MST-ENTRY(WS-MST-IDX)
               IF BR-IS-CLOSED
                   AND BR-SURVIVOR-CODE NOT = SPACES
                   AND NOT BR-CONSOL-DONE
                   PERFORM 1110-ADD-CONSOLIDATION
               END-IF
           ELSE
               DISPLAY "ERROR: branch master exceeds 500 entries"
               SET WS-FATAL-FLAG TO 1
               SET WS-BR-EOF TO TRUE
           END-IF.

       1110-ADD-CONSOLIDATION.
      *    The consolidation table can never outgrow the master
      *    table it is drawn from.
           ADD 1 TO WS-CNS-TOTAL-ENTRIES
           SET WS-CNS-IDX TO WS-CNS-TOTAL-ENTRIES
           SET WS-CNS-MST-SUB(WS-CNS-IDX) TO WS-MST-IDX
           MOVE BR-CODE TO WS-CNS-CLOSED-CODE(WS-CNS-IDX)
           MOVE BR-SURVIVOR-CODE TO WS-CNS-SURVIVOR-CODE(WS-CNS-IDX)
           IF BR-EFFECTIVE-DATE IS NUMERIC
               MOVE BR-EFFECTIVE-DATE TO WS-CNS-EFF-DATE(WS-CNS-IDX)
           ELSE
               MOVE 0 TO WS-CNS-EFF-DATE(WS-CNS-IDX)
           END-IF.

       1200-LOAD-LIMIT-TABLE.
      *    An absent limit master is allowed, as in LIMMAINT: there
      *    is then nothing to re-key and LIMITFN is written empty.
           OPEN INPUT LIMIT-FILE
           IF WS-LIM-FILE-STATUS = "00"
               PERFORM UNTIL WS-LIM-EOF
                   READ LIMIT-FILE
                       AT END
                           SET WS-LIM-EOF TO TRUE
                       NOT AT END
                           IF WS-LIMIT-TOTAL-ENTRIES < 2000
                               ADD 1 TO WS-LIMIT-TOTAL-ENTRIES
                               SET WS-LIMIT-IDX TO
                                   WS-LIMIT-TOTAL-ENTRIES
                               MOVE LIM-BRANCH-CODE TO
                                   WS-LIM-BRANCH(WS-LIMIT-IDX)
                               MOVE LIM-TYPE-CODE TO
                                   WS-LIM-TYPE(WS-LIMIT-IDX)
                               MOVE LIM-WARN-LIMIT TO
                                   WS-LIM-WARN(WS-LIMIT-IDX)
                               MOVE LIM-REJECT-LIMIT TO
                                   WS-LIM-REJECT(WS-LIMIT-IDX)
                               MOVE "N" TO
                                   WS-LIM-DELETED(WS-LIMIT-IDX)
                           ELSE
                               DISPLAY "ERROR: limit master "
                                   "exceeds 2000 entries"
                               SET WS-FATAL-FLAG TO 1
                               SET WS-LIM-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           ELSE
               IF WS-LIM-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open limit master, "
                       "status " WS-LIM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2000-CONSOLIDATE-ONE-BRANCH.
           MOVE SPACES TO WS-REFUSE-REASON

      *    A closure dated after the business date waits for the
      *    run that reaches it; until then the closed branch keeps
      *    everything it carries.
           IF WS-CNS-EFF-DATE(WS-CNS-IDX) > WS-BUSINESS-DATE
               PERFORM 2050-REPORT-PENDING
           ELSE
               PERFORM 2010-APPLY-CONSOLIDATION
           END-IF.

       2010-APPLY-CONSOLIDATION.
           PERFORM 2100-GATHER-CLOSED-BRANCH

      *    A closed branch with nothing left on any file has nothing
      *    to move or report, and is simply marked done.
           IF WS-CLS-CTL-FOUND-FLAG = 1
               OR WS-MOV-TOTAL-ENTRIES > 0
               OR WS-AMV-TOTAL-ENTRIES > 0
               OR WS-CLS-LIMIT-COUNT > 0
               MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CNS-PAIR-CLOSED
               MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                   CNS-PAIR-SURVIVOR
               MOVE WS-CNS-EFF-DATE(WS-CNS-IDX) TO CNS-PAIR-EFF-DATE
               MOVE WS-CNS-PAIR-LINE TO CONSOLIDATION-REPORT-RECORD
               WRITE CONSOLIDATION-REPORT-RECORD
      *        The move is journalled under the business date, so it
      *        may not follow a cycle already posted for that date.
               IF WS-LAST-POSTED-DATE NOT < WS-BUSINESS-DATE
                   PERFORM 2060-REPORT-HELD
               ELSE
                   PERFORM 2200-EDIT-CONSOLIDATION
                   IF WS-CNS-ACCEPTED
                       PERFORM 2300-MOVE-CONTROL-BALANCES
                       PERFORM 2400-MOVE-ACCOUNT-POSITIONS
                       PERFORM 2450-MOVE-MASTER-ACCOUNTS
                       PERFORM 2500-MOVE-LIMITS
                       PERFORM 2600-PROVE-CONSOLIDATION
                       ADD 1 TO WS-APPLIED-COUNT
                       IF WS-FATAL-FLAG = 0
                           PERFORM 2700-MARK-CONSOLIDATION-DONE
                       END-IF
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE WS-REFUSE-REASON TO CNS-REFUSED-REASON
                       MOVE WS-CNS-REFUSED-LINE TO
                           CONSOLIDATION-REPORT-RECORD
                       WRITE CONSOLIDATION-REPORT-RECORD
                   END-IF
               END-IF
           ELSE
               PERFORM 2700-MARK-CONSOLIDATION-DONE
           END-IF.

       2050-REPORT-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CNS-PAIR-CLOSED
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CNS-PAIR-SURVIVOR
           MOVE WS-CNS-EFF-DATE(WS-CNS-IDX) TO CNS-PAIR-EFF-DATE
           MOVE WS-CNS-PAIR-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE WS-BUSINESS-DATE TO CNS-PENDING-BUS-DATE
           MOVE WS-CNS-PENDING-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       2060-REPORT-HELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-BUSINESS-DATE TO CNS-HELD-BUS-DATE
           MOVE WS-CNS-HELD-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       2100-GATHER-CLOSED-BRANCH.
      *    Everything the closed branch still carries: a control
      *    record with anything on it, its account positions, its
      *    account master entries, and its limit rows.
           MOVE 0 TO WS-CLS-CTL-FOUND-FLAG
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           PERFORM 2110-READ-CONTROL-BALANCES
           MOVE WS-CAP-BALANCES TO WS-CLS-BALANCES
           IF WS-CTL-FILE-STATUS = "00"
               IF WS-CLS-COUNT NOT = 0 OR WS-CLS-TOTAL NOT = 0
                   OR WS-CLS-MTD-COUNT NOT = 0
                   OR WS-CLS-MTD-TOTAL NOT = 0
                   OR WS-CLS-YTD-COUNT NOT = 0
                   OR WS-CLS-YTD-TOTAL NOT = 0
                   MOVE 1 TO WS-CLS-CTL-FOUND-FLAG
               END-IF
           END-IF

           MOVE 0 TO WS-MOV-TOTAL-ENTRIES
           MOVE 'N' TO WS-ACC-EOF-SWITCH
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO ACC-BRANCH-CODE
           MOVE LOW-VALUES TO ACC-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-ACCOUNT-KEY
               INVALID KEY
                   SET WS-ACC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACC-EOF
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-ACC-EOF TO TRUE
                   NOT AT END
                       IF ACC-BRANCH-CODE =
                               WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                           PERFORM 2120-GATHER-ONE-ACCOUNT
                       ELSE
                           SET WS-ACC-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-AMV-TOTAL-ENTRIES
           IF WS-ACCOUNT-MASTER-FLAG = 1
               PERFORM 2130-GATHER-MASTER-ACCOUNTS
           END-IF

           MOVE 0 TO WS-CLS-LIMIT-COUNT
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-TOTAL-ENTRIES
               IF WS-LIM-BRANCH(WS-LIMIT-IDX) =
                       WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                   AND WS-LIM-DELETED(WS-LIMIT-IDX) = "N"
                   ADD 1 TO WS-CLS-LIMIT-COUNT
               END-IF
           END-PERFORM.

       2110-READ-CONTROL-BALANCES.
      *    Legacy fields holding spaces count as zero, the same way
      *    TXNPROC loads them; an absent record is all zero.
           MOVE 0 TO WS-CAP-COUNT
           MOVE 0 TO WS-CAP-TOTAL
           MOVE 0 TO WS-CAP-MTD-COUNT
           MOVE 0 TO WS-CAP-MTD-TOTAL
           MOVE 0 TO WS-CAP-YTD-COUNT
           MOVE 0 TO WS-CAP-YTD-TOTAL
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-AREA-1 IS NUMERIC
                       MOVE CTL-AREA-1 TO WS-CAP-COUNT
                   END-IF
                   IF CTL-AREA-2 IS NUMERIC
                       MOVE CTL-AREA-2 TO WS-CAP-TOTAL
                   END-IF
                   IF CTL-MTD-COUNT IS NUMERIC
                       MOVE CTL-MTD-COUNT TO WS-CAP-MTD-COUNT
                   END-IF
                   IF CTL-MTD-TOTAL IS NUMERIC
                       MOVE CTL-MTD-TOTAL TO WS-CAP-MTD-TOTAL
                   END-IF
                   IF CTL-YTD-COUNT IS NUMERIC
                       MOVE CTL-YTD-COUNT TO WS-CAP-YTD-COUNT
                   END-IF
                   IF CTL-YTD-TOTAL IS NUMERIC
                       MOVE CTL-YTD-TOTAL TO WS-CAP-YTD-TOTAL
                   END-IF
           END-READ.

       2120-GATHER-ONE-ACCOUNT.
           IF WS-MOV-TOTAL-ENTRIES < 5000
               ADD 1 TO WS-MOV-TOTAL-ENTRIES
               SET WS-MOV-IDX TO WS-MOV-TOTAL-ENTRIES
               MOVE ACC-ACCOUNT-NO TO WS-MOV-ACCOUNT-NO(WS-MOV-IDX)
               MOVE ACC-COUNT TO WS-MOV-COUNT(WS-MOV-IDX)
               MOVE ACC-TOTAL TO WS-MOV-TOTAL(WS-MOV-IDX)
               MOVE ACC-LAST-POST-DATE TO
                   WS-MOV-LAST-DATE(WS-MOV-IDX)
           ELSE
               MOVE "MORE THAN 5000 ACCOUNTS TO MOVE" TO
                   WS-REFUSE-REASON
               SET WS-ACC-EOF TO TRUE
           END-IF.

       2130-GATHER-MASTER-ACCOUNTS.
           MOVE 'N' TO WS-ACM-EOF-SWITCH
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO ACM-BRANCH-CODE
           MOVE LOW-VALUES TO ACM-ACCOUNT-NO
           START ACCOUNT-MASTER-FILE
                   KEY IS NOT LESS THAN ACM-ACCOUNT-KEY
               INVALID KEY
                   SET WS-ACM-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACM-EOF
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-ACM-EOF TO TRUE
                   NOT AT END
                       IF ACM-BRANCH-CODE =
                               WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                           PERFORM 2140-GATHER-ONE-MASTER-ACCOUNT
                       ELSE
                           SET WS-ACM-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2140-GATHER-ONE-MASTER-ACCOUNT.
           IF WS-AMV-TOTAL-ENTRIES < 5000
               ADD 1 TO WS-AMV-TOTAL-ENTRIES
               SET WS-AMV-IDX TO WS-AMV-TOTAL-ENTRIES
               MOVE ACCOUNT-MASTER-RECORD TO WS-AMV-RECORD(WS-AMV-IDX)
           ELSE
               MOVE "MORE THAN 5000 MASTER ACCOUNTS TO MOVE" TO
                   WS-REFUSE-REASON
               SET WS-ACM-EOF TO TRUE
           END-IF.

       2200-EDIT-CONSOLIDATION.
      *    Nothing moves unless all of it can: the survivor's
      *    counts must hold the combined figures, and no account
      *    number may already be on file, or on the account master,
      *    under the survivor.
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           PERFORM 2110-READ-CONTROL-BALANCES
           MOVE WS-CAP-BALANCES TO WS-SUR-BALANCES
           IF WS-CTL-FILE-STATUS = "00"
               MOVE 1 TO WS-SUR-CTL-FOUND-FLAG
           ELSE
               MOVE 0 TO WS-SUR-CTL-FOUND-FLAG
           END-IF

           COMPUTE WS-CMB-COUNT = WS-CLS-COUNT + WS-SUR-COUNT
           COMPUTE WS-CMB-TOTAL = WS-CLS-TOTAL + WS-SUR-TOTAL
           COMPUTE WS-CMB-MTD-COUNT =
               WS-CLS-MTD-COUNT + WS-SUR-MTD-COUNT
           COMPUTE WS-CMB-MTD-TOTAL =
               WS-CLS-MTD-TOTAL + WS-SUR-MTD-TOTAL
           COMPUTE WS-CMB-YTD-COUNT =
               WS-CLS-YTD-COUNT + WS-SUR-YTD-COUNT
           COMPUTE WS-CMB-YTD-TOTAL =
               WS-CLS-YTD-TOTAL + WS-SUR-YTD-TOTAL

           IF WS-CNS-ACCEPTED
               IF WS-CMB-COUNT > 99999
                   OR WS-CMB-MTD-COUNT > 9999999
                   OR WS-CMB-YTD-COUNT > 999999999
                   MOVE "SURVIVOR COUNTS WOULD OVERFLOW" TO
                       WS-REFUSE-REASON
               END-IF
           END-IF

           IF WS-CNS-ACCEPTED
               PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                       UNTIL WS-MOV-IDX > WS-MOV-TOTAL-ENTRIES
                       OR NOT WS-CNS-ACCEPTED
                   MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                       ACC-BRANCH-CODE
                   MOVE WS-MOV-ACCOUNT-NO(WS-MOV-IDX) TO
                       ACC-ACCOUNT-NO
                   READ ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-REFUSE-REASON
                           STRING "ACCOUNT " ACC-ACCOUNT-NO
                               " ON FILE AT BOTH BRANCHES"
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                           END-STRING
                   END-READ
               END-PERFORM
           END-IF

           IF WS-CNS-ACCEPTED
               PERFORM VARYING WS-AMV-IDX FROM 1 BY 1
                       UNTIL WS-AMV-IDX > WS-AMV-TOTAL-ENTRIES
                       OR NOT WS-CNS-ACCEPTED
                   MOVE WS-AMV-RECORD(WS-AMV-IDX) TO
                       ACCOUNT-MASTER-RECORD
                   MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                       ACM-BRANCH-CODE
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-REFUSE-REASON
                           STRING "MASTER ACCT " ACM-ACCOUNT-NO
                               " AT BOTH BRANCHES"
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                           END-STRING
                   END-READ
               END-PERFORM
           END-IF.

       2300-MOVE-CONTROL-BALANCES.
      *    The survivor takes the combined balances; the closed
      *    branch is left on file at zero so the posting run keeps
      *    finding it.  Both changes are journalled.
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CNS-BRANCH-CODE
           MOVE "BEFORE " TO CNS-STAGE
           MOVE WS-CLS-BALANCES TO WS-CAP-BALANCES
           PERFORM 2900-PRINT-BALANCE-LINE
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CNS-BRANCH-CODE
           MOVE "BEFORE " TO CNS-STAGE
           MOVE WS-SUR-BALANCES TO WS-CAP-BALANCES
           PERFORM 2900-PRINT-BALANCE-LINE
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CNS-BRANCH-CODE
           MOVE "COMBINE" TO CNS-STAGE
           MOVE WS-CMB-COUNT TO WS-CAP-COUNT
           MOVE WS-CMB-TOTAL TO WS-CAP-TOTAL
           MOVE WS-CMB-MTD-COUNT TO WS-CAP-MTD-COUNT
           MOVE WS-CMB-MTD-TOTAL TO WS-CAP-MTD-TOTAL
           MOVE WS-CMB-YTD-COUNT TO WS-CAP-YTD-COUNT
           MOVE WS-CMB-YTD-TOTAL TO WS-CAP-YTD-TOTAL
           PERFORM 2900-PRINT-BALANCE-LINE

           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           MOVE WS-CAP-COUNT TO CTL-AREA-1
           MOVE WS-CAP-TOTAL TO CTL-AREA-2
           MOVE WS-CAP-MTD-COUNT TO CTL-MTD-COUNT
           MOVE WS-CAP-MTD-TOTAL TO CTL-MTD-TOTAL
           MOVE WS-CAP-YTD-COUNT TO CTL-YTD-COUNT
           MOVE WS-CAP-YTD-TOTAL TO CTL-YTD-TOTAL
           IF WS-SUR-CTL-FOUND-FLAG = 1
               REWRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to rewrite control "
                           "record for branch " CTL-BRANCH-CODE
                       SET WS-FATAL-FLAG TO 1
               END-REWRITE
           ELSE
               MOVE "N" TO CTL-OVERFLOW-IND
               WRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to write control "
                           "record for branch " CTL-BRANCH-CODE
                       SET WS-FATAL-FLAG TO 1
               END-WRITE
           END-IF
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CJR-BRANCH-CODE
           MOVE WS-SUR-COUNT TO CJR-OLD-COUNT
           MOVE WS-SUR-TOTAL TO CJR-OLD-TOTAL
           MOVE WS-SUR-MTD-COUNT TO CJR-OLD-MTD-COUNT
           MOVE WS-SUR-MTD-TOTAL TO CJR-OLD-MTD-TOTAL
           MOVE WS-SUR-YTD-COUNT TO CJR-OLD-YTD-COUNT
           MOVE WS-SUR-YTD-TOTAL TO CJR-OLD-YTD-TOTAL
           IF WS-SUR-CTL-FOUND-FLAG = 1
               MOVE "N" TO CJR-NEW-BRANCH-IND
           ELSE
               MOVE "Y" TO CJR-NEW-BRANCH-IND
           END-IF
           PERFORM 2310-WRITE-CONTROL-JOURNAL

           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CTL-FILE-STATUS = "00"
               MOVE 0 TO CTL-AREA-1
               MOVE 0 TO CTL-AREA-2
               MOVE 0 TO CTL-MTD-COUNT
               MOVE 0 TO CTL-MTD-TOTAL
               MOVE 0 TO CTL-YTD-COUNT
               MOVE 0 TO CTL-YTD-TOTAL
               REWRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to rewrite control "
                           "record for branch " CTL-BRANCH-CODE
                       SET WS-FATAL-FLAG TO 1
               END-REWRITE
               MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CJR-BRANCH-CODE
               MOVE WS-CLS-COUNT TO CJR-OLD-COUNT
               MOVE WS-CLS-TOTAL TO CJR-OLD-TOTAL
               MOVE WS-CLS-MTD-COUNT TO CJR-OLD-MTD-COUNT
               MOVE WS-CLS-MTD-TOTAL TO CJR-OLD-MTD-TOTAL
               MOVE WS-CLS-YTD-COUNT TO CJR-OLD-YTD-COUNT
               MOVE WS-CLS-YTD-TOTAL TO CJR-OLD-YTD-TOTAL
               MOVE "N" TO CJR-NEW-BRANCH-IND
               PERFORM 2310-WRITE-CONTROL-JOURNAL
           END-IF.

       2310-WRITE-CONTROL-JOURNAL.
      *    The new figures are the ones just written to the record
      *    still in the control-file area.
           MOVE WS-BUSINESS-DATE TO CJR-RUN-DATE
           MOVE 0 TO CJR-CYCLE-NUMBER
           MOVE CTL-AREA-1 TO CJR-NEW-COUNT
           MOVE CTL-AREA-2 TO CJR-NEW-TOTAL
           MOVE CTL-MTD-COUNT TO CJR-NEW-MTD-COUNT
           MOVE CTL-MTD-TOTAL TO CJR-NEW-MTD-TOTAL
           MOVE CTL-YTD-COUNT TO CJR-NEW-YTD-COUNT
           MOVE CTL-YTD-TOTAL TO CJR-NEW-YTD-TOTAL
           COMPUTE CJR-DELTA-COUNT =
               CJR-NEW-COUNT - CJR-OLD-COUNT
           COMPUTE CJR-DELTA-TOTAL =
               CJR-NEW-TOTAL - CJR-OLD-TOTAL
           SET CJR-FROM-CONSOLIDATION TO TRUE
           WRITE CONTROL-JOURNAL-RECORD.

       2400-MOVE-ACCOUNT-POSITIONS.
      *    Each position is written under the survivor's code with
      *    its history intact, then removed from the closed branch.
           MOVE 0 TO WS-ACCT-MOVED-ITEMS
           MOVE 0 TO WS-ACCT-MOVED-NET
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-TOTAL-ENTRIES
                   OR WS-FATAL-FLAG = 1
               PERFORM 2410-MOVE-ONE-ACCOUNT
           END-PERFORM
           MOVE WS-MOV-TOTAL-ENTRIES TO CNS-ACCT-MOVED
           MOVE WS-ACCT-MOVED-ITEMS TO CNS-ACCT-ITEMS
           MOVE WS-ACCT-MOVED-NET TO CNS-ACCT-NET.

       2410-MOVE-ONE-ACCOUNT.
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO ACC-BRANCH-CODE
           MOVE WS-MOV-ACCOUNT-NO(WS-MOV-IDX) TO ACC-ACCOUNT-NO
           MOVE WS-MOV-COUNT(WS-MOV-IDX) TO ACC-COUNT
           MOVE WS-MOV-TOTAL(WS-MOV-IDX) TO ACC-TOTAL
           MOVE WS-MOV-LAST-DATE(WS-MOV-IDX) TO ACC-LAST-POST-DATE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to write account "
                       ACC-ACCOUNT-KEY " status " WS-ACC-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               NOT INVALID KEY
                   PERFORM 2420-RETIRE-CLOSED-ACCOUNT
           END-WRITE.

       2420-RETIRE-CLOSED-ACCOUNT.
      *    Only once the position is safely under the survivor is
      *    it removed from the closed branch and journalled moved.
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO ACC-BRANCH-CODE
           MOVE WS-MOV-ACCOUNT-NO(WS-MOV-IDX) TO ACC-ACCOUNT-NO
           DELETE ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: unable to remove account "
                       ACC-ACCOUNT-KEY " status " WS-ACC-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
           END-DELETE

           ADD WS-MOV-COUNT(WS-MOV-IDX) TO WS-ACCT-MOVED-ITEMS
           ADD WS-MOV-TOTAL(WS-MOV-IDX) TO WS-ACCT-MOVED-NET

           MOVE WS-BUSINESS-DATE TO AJR-RUN-DATE
           MOVE 0 TO AJR-CYCLE-NUMBER
           MOVE WS-MOV-ACCOUNT-NO(WS-MOV-IDX) TO AJR-ACCOUNT-NO
           MOVE WS-MOV-COUNT(WS-MOV-IDX) TO AJR-ITEM-COUNT
           MOVE WS-MOV-LAST-DATE(WS-MOV-IDX) TO AJR-OLD-LAST-POST-DATE
           SET AJR-FROM-CONSOLIDATION TO TRUE
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO AJR-BRANCH-CODE
           COMPUTE AJR-NET-AMOUNT = 0 - WS-MOV-TOTAL(WS-MOV-IDX)
           MOVE "N" TO AJR-NEW-ACCOUNT-IND
           WRITE ACCOUNT-JOURNAL-RECORD
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO AJR-BRANCH-CODE
           MOVE WS-MOV-TOTAL(WS-MOV-IDX) TO AJR-NET-AMOUNT
           MOVE "Y" TO AJR-NEW-ACCOUNT-IND
           WRITE ACCOUNT-JOURNAL-RECORD.

       2450-MOVE-MASTER-ACCOUNTS.
      *    Each master entry keeps its name, dates and status under
      *    the survivor's code and is removed from the closed branch.
           PERFORM VARYING WS-AMV-IDX FROM 1 BY 1
                   UNTIL WS-AMV-IDX > WS-AMV-TOTAL-ENTRIES
                   OR WS-FATAL-FLAG = 1
               MOVE WS-AMV-RECORD(WS-AMV-IDX) TO ACCOUNT-MASTER-RECORD
               MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                   ACM-BRANCH-CODE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to write master account "
                           ACM-ACCOUNT-KEY " status "
                           WS-ACM-FILE-STATUS
                       SET WS-FATAL-FLAG TO 1
                   NOT INVALID KEY
                       PERFORM 2460-RETIRE-CLOSED-MASTER
               END-WRITE
           END-PERFORM
           MOVE WS-AMV-TOTAL-ENTRIES TO CNS-MAST-MOVED.

       2460-RETIRE-CLOSED-MASTER.
      *    The closed branch's entry goes only once the survivor's
      *    copy is on file, so a failed write loses nothing.
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO ACM-BRANCH-CODE
           DELETE ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: unable to remove master account "
                       ACM-ACCOUNT-KEY " status " WS-ACM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
           END-DELETE.

       2500-MOVE-LIMITS.
      *    A limit type the survivor already carries keeps the
      *    survivor's limit and the closed branch's row is dropped;
      *    any other type moves across as it stands.
           MOVE 0 TO WS-LIM-MOVED-COUNT
           MOVE 0 TO WS-LIM-DROPPED-COUNT
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-TOTAL-ENTRIES
               IF WS-LIM-BRANCH(WS-LIMIT-IDX) =
                       WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                   AND WS-LIM-DELETED(WS-LIMIT-IDX) = "N"
                   PERFORM 2510-MOVE-ONE-LIMIT
               END-IF
           END-PERFORM

           MOVE WS-LIM-MOVED-COUNT TO CNS-LIM-MOVED
           MOVE WS-LIM-DROPPED-COUNT TO CNS-LIM-DROPPED
           MOVE WS-CNS-ACCOUNT-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       2510-MOVE-ONE-LIMIT.
           MOVE 0 TO WS-SURVIVOR-HAS-TYPE-FLAG
           PERFORM VARYING WS-LIMIT-IDX2 FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX2 > WS-LIMIT-TOTAL-ENTRIES
               IF WS-LIM-BRANCH(WS-LIMIT-IDX2) =
                       WS-CNS-SURVIVOR-CODE(WS-CNS-IDX)
                   AND WS-LIM-TYPE(WS-LIMIT-IDX2) =
                       WS-LIM-TYPE(WS-LIMIT-IDX)
                   AND WS-LIM-DELETED(WS-LIMIT-IDX2) = "N"
                   MOVE 1 TO WS-SURVIVOR-HAS-TYPE-FLAG
               END-IF
           END-PERFORM

           IF WS-SURVIVOR-HAS-TYPE-FLAG = 1
               MOVE "Y" TO WS-LIM-DELETED(WS-LIMIT-IDX)
               ADD 1 TO WS-LIM-DROPPED-COUNT
           ELSE
               MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                   WS-LIM-BRANCH(WS-LIMIT-IDX)
               ADD 1 TO WS-LIM-MOVED-COUNT
           END-IF.

       2600-PROVE-CONSOLIDATION.
      *    Both branches are read back from the control file; what
      *    they carry between them now must be exactly what they
      *    carried between them before the move.
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           PERFORM 2110-READ-CONTROL-BALANCES
           MOVE WS-CAP-BALANCES TO WS-CLS-BALANCES
           MOVE WS-CNS-CLOSED-CODE(WS-CNS-IDX) TO CNS-BRANCH-CODE
           MOVE "AFTER  " TO CNS-STAGE
           PERFORM 2900-PRINT-BALANCE-LINE

           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CTL-BRANCH-CODE
           PERFORM 2110-READ-CONTROL-BALANCES
           MOVE WS-CAP-BALANCES TO WS-SUR-BALANCES
           MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO CNS-BRANCH-CODE
           MOVE "AFTER  " TO CNS-STAGE
           PERFORM 2900-PRINT-BALANCE-LINE

           COMPUTE WS-AFT-COUNT = WS-CLS-COUNT + WS-SUR-COUNT
           COMPUTE WS-AFT-TOTAL = WS-CLS-TOTAL + WS-SUR-TOTAL
           COMPUTE WS-AFT-MTD-COUNT =
               WS-CLS-MTD-COUNT + WS-SUR-MTD-COUNT
           COMPUTE WS-AFT-MTD-TOTAL =
               WS-CLS-MTD-TOTAL + WS-SUR-MTD-TOTAL
           COMPUTE WS-AFT-YTD-COUNT =
               WS-CLS-YTD-COUNT + WS-SUR-YTD-COUNT
           COMPUTE WS-AFT-YTD-TOTAL =
               WS-CLS-YTD-TOTAL + WS-SUR-YTD-TOTAL

           IF WS-AFT-COUNT = WS-CMB-COUNT
               AND WS-AFT-TOTAL = WS-CMB-TOTAL
               AND WS-AFT-MTD-COUNT = WS-CMB-MTD-COUNT
               AND WS-AFT-MTD-TOTAL = WS-CMB-MTD-TOTAL
               AND WS-AFT-YTD-COUNT = WS-CMB-YTD-COUNT
               AND WS-AFT-YTD-TOTAL = WS-CMB-YTD-TOTAL
               AND WS-CLS-COUNT = 0 AND WS-CLS-TOTAL = 0
               MOVE "IN BALANCE" TO CNS-PROOF-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO CNS-PROOF-RESULT
               ADD 1 TO WS-OOB-COUNT
               DISPLAY "ERROR: consolidation of branch "
                   WS-CNS-CLOSED-CODE(WS-CNS-IDX) " into "
                   WS-CNS-SURVIVOR-CODE(WS-CNS-IDX)
                   " does not balance"
           END-IF
           MOVE WS-CNS-PROOF-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       2700-MARK-CONSOLIDATION-DONE.
      *    The closed branch now redirects to its survivor, and any
      *    branch folded into it earlier folds straight into the
      *    survivor -- on the master and on closures still to come
      *    in this run.
           SET WS-MST-IDX TO WS-CNS-MST-SUB(WS-CNS-IDX)
           MOVE "Y" TO WS-MST-CONSOL-DONE(WS-MST-IDX)
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-TOTAL-ENTRIES
               IF WS-MST-STATUS(WS-MST-IDX) = "C"
                   AND WS-MST-SURVIVOR(WS-MST-IDX) =
                       WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                   MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                       WS-MST-SURVIVOR(WS-MST-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CNS-IDX2 FROM 1 BY 1
                   UNTIL WS-CNS-IDX2 > WS-CNS-TOTAL-ENTRIES
               IF WS-CNS-SURVIVOR-CODE(WS-CNS-IDX2) =
                       WS-CNS-CLOSED-CODE(WS-CNS-IDX)
                   MOVE WS-CNS-SURVIVOR-CODE(WS-CNS-IDX) TO
                       WS-CNS-SURVIVOR-CODE(WS-CNS-IDX2)
               END-IF
           END-PERFORM.

       2900-PRINT-BALANCE-LINE.
           MOVE WS-CAP-COUNT TO CNS-COUNT
           MOVE WS-CAP-TOTAL TO CNS-TOTAL
           MOVE WS-CAP-MTD-COUNT TO CNS-MTD-COUNT
           MOVE WS-CAP-MTD-TOTAL TO CNS-MTD-TOTAL
           MOVE WS-CAP-YTD-COUNT TO CNS-YTD-COUNT
           MOVE WS-CAP-YTD-TOTAL TO CNS-YTD-TOTAL
           MOVE WS-CNS-DETAIL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       3000-WRITE-NEW-LIMIT-MASTER.
           OPEN OUTPUT NEW-LIMIT-FILE
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-TOTAL-ENTRIES
               IF WS-LIM-DELETED(WS-LIMIT-IDX) = "N"
                   MOVE WS-LIM-BRANCH(WS-LIMIT-IDX) TO
                       WS-OUT-BRANCH-CODE
                   MOVE WS-LIM-TYPE(WS-LIMIT-IDX) TO
                       WS-OUT-TYPE-CODE
                   MOVE WS-LIM-WARN(WS-LIMIT-IDX) TO
                       WS-OUT-WARN-LIMIT
                   MOVE WS-LIM-REJECT(WS-LIMIT-IDX) TO
                       WS-OUT-REJECT-LIMIT
                   MOVE WS-OUT-LIMIT-RECORD TO NEW-LIMIT-RECORD
                   WRITE NEW-LIMIT-RECORD
               END-IF
           END-PERFORM
           CLOSE NEW-LIMIT-FILE.

       3100-WRITE-NEW-BRANCH-MASTER.
           OPEN OUTPUT NEW-BRANCH-FILE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-TOTAL-ENTRIES
               MOVE WS-MST-ENTRY(WS-MST-IDX) TO NEW-BRANCH-RECORD
               WRITE NEW-BRANCH-RECORD
           END-PERFORM
           CLOSE NEW-BRANCH-FILE.

       9000-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-APPLIED-COUNT TO CNS-APPLIED-COUNT
               MOVE WS-REFUSED-COUNT TO CNS-REFUSED-COUNT
               MOVE WS-OOB-COUNT TO CNS-OOB-COUNT
               MOVE WS-PENDING-COUNT TO CNS-PENDING-COUNT
               MOVE WS-HELD-COUNT TO CNS-HELD-COUNT
               MOVE WS-CNS-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
               WRITE CONSOLIDATION-REPORT-RECORD
               CLOSE CONSOLIDATION-REPORT-FILE
               CLOSE CONTROL-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CONTROL-JOURNAL-FILE
               CLOSE ACCOUNT-JOURNAL-FILE
               IF WS-ACCOUNT-MASTER-FLAG = 1
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
           END-IF

           DISPLAY "BRCONSOL CONSOLIDATIONS APPLIED: "
               WS-APPLIED-COUNT
           DISPLAY "BRCONSOL CONSOLIDATIONS REFUSED: "
               WS-REFUSED-COUNT
           DISPLAY "BRCONSOL CONSOLIDATIONS PENDING: "
               WS-PENDING-COUNT
           DISPLAY "BRCONSOL CONSOLIDATIONS HELD:    "
               WS-HELD-COUNT.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-OOB-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-REFUSED-COUNT > 0 OR WS-HELD-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
