       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBILL.
      *
      * Month-end branch processing chargeback billing.  Run in the
      * MTHEND job once TXNPROC has posted the month-end close: the
      * billing date is the business date on the RUNPARM card, and
      * the period billed runs from the day after the last billing
      * date on the GLSNDLOG send log up to and including it (from
      * the first of the month on the very first run).  Every item
      * on the ITEMHIST posted-item history that posted in the
      * period (and was not backed out by CYCBKOUT) is counted
      * against the branch that posted it, by transaction type, and
      * priced at the RATEF rate for the branch's region and the
      * item's type in effect on the day it posted -- the rate with
      * the latest effective date not after the posting date.  When
      * a new rate takes effect part-way through the period the
      * branch is billed for the items either side of it at their
      * own rates, on separate invoice lines.
      *
      * The CHGINV listing carries one invoice per branch with
      * activity: a line per type and rate with the item count, the
      * rate and the charge, and the invoice total; then a total for
      * each region and a grand total.  Items of a type the region
      * has no rate for print as NOT PRICED and are left off the
      * charges and the journal, as are items for a branch no longer
      * on BRANCHF; either ends the step RC=4 so the rate master can
      * be put right and the month rebilled.
      *
      * The charges go to the ledger on the CHGJRNL journal in the
      * GLJRNL layout: a debit line per region and type charging the
      * region's branches, and a credit line per type to the
      * chargeback income centre, so the journal always balances --
      * RC=12 if it somehow does not.  The journal is logged to
      * GLSNDLOG as a chargeback journal ("C", cycle 00) under the
      * billing date for GLACKREC to match against the ledger's
      * acknowledgement.  A second journal for a billing date the
      * ledger has accepted, or that has been sent and not yet
      * acknowledged, is refused (RC=12, invoices reprinted but no
      * journal written) so a rerun cannot bill the branches twice;
      * one the ledger rejected may be sent again.  RC=20 when a
      * required file will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO BRANCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO RATEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FILE-STATUS.

           SELECT POSTED-ITEM-FILE ASSIGN TO ITEMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT GL-SEND-LOG-FILE ASSIGN TO GLSNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSL-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO CHGINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PRM-RUN-DATE            PIC 9(8).
           05  PRM-RUN-MODE            PIC X.
           05  PRM-CYCLE-NUMBER        PIC 9(2).

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRANCHREC.

       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY RATEREC.

       FD  POSTED-ITEM-FILE
           RECORDING MODE IS F.
       COPY PIHREC.

       FD  GL-SEND-LOG-FILE
           RECORDING MODE IS F.
       COPY GSLREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD              PIC X(80).

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD                 PIC X(132).

      * One invoice line to be: a branch's items of one type priced
      * at one rate, or its items of a type with no rate at all
      * (rate date zero, SRT-PRICED-IND "N").
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-REGION-CODE         PIC X(3).
           05  SRT-BRANCH-CODE         PIC X(5).
           05  SRT-TYPE-SEQUENCE       PIC 9.
           05  SRT-RATE-FROM-DATE      PIC 9(8).
           05  SRT-TYPE-CODE           PIC X.
           05  SRT-BRANCH-NAME         PIC X(20).
           05  SRT-ITEM-RATE           PIC 9(3)V9(4).
           05  SRT-ITEM-COUNT          PIC 9(7).
           05  SRT-PRICED-IND          PIC X.
               88  SRT-IS-PRICED               VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-TOTAL-ENTRIES        PIC 9(3) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BRANCH-TOTAL-ENTRIES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BR-CODE              PIC X(5).
               10  WS-BR-NAME              PIC X(20).
               10  WS-BR-REGION            PIC X(3).

       01  WS-RATE-TOTAL-ENTRIES          PIC 9(5) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RATE-TOTAL-ENTRIES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-REGION            PIC X(3).
               10  WS-RT-TYPE              PIC X.
               10  WS-RT-EFFECTIVE         PIC 9(8).
               10  WS-RT-RATE              PIC 9(3)V9(4).

      * The period's item counts by branch, type and the rate that
      * applied to them.
       01  WS-CHG-TOTAL-ENTRIES           PIC 9(5) VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CHG-TOTAL-ENTRIES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-BRANCH-IDX       PIC 9(3).
               10  WS-CHG-TYPE             PIC X.
               10  WS-CHG-RATE-FROM        PIC 9(8).
               10  WS-CHG-RATE             PIC 9(3)V9(4).
               10  WS-CHG-COUNT            PIC 9(7).
               10  WS-CHG-PRICED           PIC X.

      * The journal's debit side by region and type, and its credit
      * side by type (one entry per type, in type sequence).
       01  WS-JRG-TOTAL-ENTRIES           PIC 9(3) VALUE 0.
       01  WS-JRN-REGION-TABLE.
           05  WS-JRG-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-JRG-TOTAL-ENTRIES
                   INDEXED BY WS-JRG-IDX.
               10  WS-JRG-REGION           PIC X(3).
               10  WS-JRG-TYPE             PIC X.
               10  WS-JRG-COUNT            PIC 9(7).
               10  WS-JRG-AMOUNT           PIC S9(13)V99 COMP-3.

       01  WS-INCOME-TABLE.
           05  WS-INC-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-INC-IDX.
               10  WS-INC-COUNT            PIC 9(7).
               10  WS-INC-AMOUNT           PIC S9(13)V99 COMP-3.

       01  WS-TYPE-CODE-VALUES.
           05  FILLER                  PIC X VALUE "D".
           05  FILLER                  PIC X VALUE "W".
           05  FILLER                  PIC X VALUE "R".
           05  FILLER                  PIC X VALUE "A".
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
           05  WS-TYPE-CODE            PIC X OCCURS 4 TIMES.

      * The ledger cost centre the chargeback income is credited to;
      * it sits in the region position of the journal line.
       01  WS-INCOME-REGION-CODE       PIC X(3) VALUE "CBK".

       01  WS-INV-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "BRANCH PROCESSING CHARGEBACK INVOICES  B".
           05  FILLER                  PIC X(12) VALUE
               "ILLING DATE ".
           05  INV-TITLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(20) VALUE
               "  ITEMS POSTED AFTER".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  INV-TITLE-AFTER-DATE    PIC 9(8).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-INV-BRANCH-LINE.
           05  FILLER                  PIC X(15) VALUE
               "INVOICE BRANCH ".
           05  INV-BRANCH-CODE         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-BRANCH-NAME         PIC X(20).
           05  FILLER                  PIC X(9) VALUE "  REGION ".
           05  INV-BRANCH-REGION       PIC X(3).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-INV-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               "  TRANSACTION TYPE  RATE FROM   ITEMS      R".
           05  FILLER                  PIC X(44) VALUE
               "ATE            CHARGE  NOTE".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-INV-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-TYPE-DESC           PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-RATE-FROM-DATE      PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-ITEM-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-ITEM-RATE           PIC ZZ9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-CHARGE              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-NOTE                PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-INV-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-TOT-LABEL           PIC X(26).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  INV-TOT-CHARGE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-TOT-NOTE            PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-INV-SUMMARY-LINE.
           05  FILLER                  PIC X(20) VALUE
               "BRANCHES INVOICED:  ".
           05  INV-SUM-BRANCHES        PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  ITEMS NOT PRICED: ".
           05  INV-SUM-NOT-PRICED      PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  ITEMS NO BRANCH:  ".
           05  INV-SUM-NO-BRANCH       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-JRN-HEADER-LINE.
           05  FILLER                  PIC X(2) VALUE "JH".
           05  JRN-HDR-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-JRN-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE "JD".
           05  JRN-REGION-CODE         PIC X(3).
           05  JRN-TYPE-CODE           PIC X.
           05  JRN-DC-INDICATOR        PIC X.
           05  JRN-AMOUNT              PIC 9(13)V99.
           05  JRN-ITEM-COUNT          PIC 9(7).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-JRN-TRAILER-LINE.
           05  FILLER                  PIC X(2) VALUE "JT".
           05  JRN-TRL-LINE-COUNT      PIC 9(7).
           05  JRN-TRL-DEBIT-TOTAL     PIC 9(15)V99.
           05  JRN-TRL-CREDIT-TOTAL    PIC 9(15)V99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-BILL-DATE                PIC 9(8) VALUE 0.
       01  WS-BILL-DATE-R REDEFINES WS-BILL-DATE.
           05  WS-BILL-CCYYMM          PIC 9(6).
           05  WS-BILL-DD              PIC 9(2).
       01  WS-LAST-BILL-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-BILL-DATE-R REDEFINES WS-LAST-BILL-DATE.
           05  WS-LAST-BILL-CCYYMM     PIC 9(6).
           05  WS-LAST-BILL-DD         PIC 9(2).
       01  WS-BILL-CYCLE               PIC 9(2) VALUE 0.
       01  WS-SEND-NUMBER              PIC 9(2) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(3) VALUE 0.
       01  WS-AWAITING-COUNT           PIC 9(3) VALUE 0.

       01  WS-ITEM-BRANCH-IDX          PIC 9(3) VALUE 0.
       01  WS-ITEM-RATE-FROM           PIC 9(8) VALUE 0.
       01  WS-ITEM-RATE                PIC 9(3)V9(4) VALUE 0.
       01  WS-ITEM-PRICED              PIC X VALUE SPACES.
       01  WS-TYPE-SUB                 PIC 9 VALUE 0.

       01  WS-CUR-REGION-CODE          PIC X(3) VALUE SPACES.
       01  WS-CUR-BRANCH-CODE          PIC X(5) VALUE SPACES.
       01  WS-LINE-CHARGE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BRANCH-COUNT             PIC 9(9) VALUE 0.
       01  WS-BRANCH-CHARGE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REGION-COUNT             PIC 9(9) VALUE 0.
       01  WS-REGION-CHARGE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRAND-COUNT              PIC 9(9) VALUE 0.
       01  WS-GRAND-CHARGE             PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-INVOICED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOT-PRICED-COUNT         PIC 9(9) VALUE 0.
       01  WS-NO-BRANCH-COUNT          PIC 9(9) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL              PIC 9(15)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(15)V99 COMP-3 VALUE 0.

       01  WS-BALANCE-ERROR-FLAG       PIC 9 VALUE 0.
       01  WS-REFUSE-FLAG              PIC 9 VALUE 0.
       01  WS-FATAL-FLAG               PIC 9 VALUE 0.

       01  WS-PRM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-RT-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GSL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-JRN-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-INV-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-BR-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-BR-EOF                       VALUE 'Y'.
       01  WS-RT-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-RT-EOF                       VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-EOF                     VALUE 'Y'.
       01  WS-GSL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-GSL-EOF                      VALUE 'Y'.
       01  WS-RETURN-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RETURN-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-FATAL-FLAG = 0
               PERFORM 1100-LOAD-BRANCHES
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1200-LOAD-RATES
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1300-CHECK-SEND-LOG
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 2000-COUNT-PERIOD-ITEMS
           END-IF
           IF WS-FATAL-FLAG = 0
               PERFORM 1400-OPEN-INVOICE-FILE
           END-IF

           IF WS-FATAL-FLAG = 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-REGION-CODE
                                    SRT-BRANCH-CODE
                                    SRT-TYPE-SEQUENCE
                                    SRT-RATE-FROM-DATE
                   INPUT PROCEDURE IS 3000-RELEASE-CHARGES
                   OUTPUT PROCEDURE IS 4000-PRINT-INVOICES
           END-IF

           IF WS-FATAL-FLAG = 0 AND WS-REFUSE-FLAG = 0
               PERFORM 5000-WRITE-JOURNAL-FILE
               PERFORM 6000-VERIFY-JOURNAL-BALANCE
               IF WS-BALANCE-ERROR-FLAG = 0
                   PERFORM 7000-LOG-JOURNAL-SENT
               END-IF
           END-IF

           PERFORM 9000-TERMINATE

           PERFORM 9100-SET-RETURN-CODE

           GOBACK.

       1000-INITIALIZE.
      *    The billing date is the business date of the month-end
      *    posting run, taken from the same RUNPARM card.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ERROR: run parameter file is empty, "
                           "no billing date"
                       SET WS-FATAL-FLAG TO 1
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                           AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-BILL-DATE
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

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > 4
               MOVE 0 TO WS-INC-COUNT(WS-INC-IDX)
               MOVE 0 TO WS-INC-AMOUNT(WS-INC-IDX)
           END-PERFORM.

       1100-LOAD-BRANCHES.
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
                               MOVE BR-NAME TO
                                   WS-BR-NAME(WS-BRANCH-IDX)
                               MOVE BR-REGION-CODE TO
                                   WS-BR-REGION(WS-BRANCH-IDX)
                           ELSE
                               DISPLAY "ERROR: branch file exceeds "
                                   "500 entries"
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

       1200-LOAD-RATES.
      *    An absent rate master is no different from an empty one:
      *    every item goes unpriced and the step warns.
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
               IF WS-RT-FILE-STATUS = "35"
                   DISPLAY "WARNING: rate master absent, no items "
                       "can be priced"
               ELSE
                   DISPLAY "ERROR: unable to open rate master, "
                       "status " WS-RT-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       1300-CHECK-SEND-LOG.
      *    The last chargeback journal before this billing date
      *    closes the previous period; with none on the log this is
      *    the first billing and the period opens on the first of
      *    the month.  The send log is absent before the first
      *    journal of any kind is sent.
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

           IF WS-LAST-BILL-DATE = 0
               DISPLAY "WARNING: no earlier chargeback journal on the "
                   "send log, billing from the first of the month"
               MOVE WS-BILL-CCYYMM TO WS-LAST-BILL-CCYYMM
               MOVE 0 TO WS-LAST-BILL-DD
           END-IF

           IF WS-ACCEPTED-COUNT > 0
               DISPLAY "ERROR: chargeback journal for " WS-BILL-DATE
                   " already accepted by the ledger, not produced"
               SET WS-REFUSE-FLAG TO 1
           ELSE
               IF WS-AWAITING-COUNT > 0
                   DISPLAY "ERROR: chargeback journal for "
                       WS-BILL-DATE " already sent and not yet "
                       "acknowledged, not produced"
                   SET WS-REFUSE-FLAG TO 1
               END-IF
           END-IF.

       1310-NOTE-SENT-JOURNAL.
           IF GSL-IS-CHARGEBACK
               IF GSL-RUN-DATE = WS-BILL-DATE
                   ADD 1 TO WS-SEND-NUMBER
                   IF GSL-IS-ACCEPTED OR GSL-IS-DUPLICATE
                       ADD 1 TO WS-ACCEPTED-COUNT
                   END-IF
                   IF GSL-IS-AWAITING-ACK
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               ELSE
                   IF GSL-RUN-DATE < WS-BILL-DATE
                       AND GSL-RUN-DATE > WS-LAST-BILL-DATE
                       MOVE GSL-RUN-DATE TO WS-LAST-BILL-DATE
                   END-IF
               END-IF
           END-IF.

       1400-OPEN-INVOICE-FILE.
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE WS-BILL-DATE TO INV-TITLE-DATE
               MOVE WS-LAST-BILL-DATE TO INV-TITLE-AFTER-DATE
               MOVE WS-INV-TITLE-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           ELSE
               DISPLAY "ERROR: unable to open invoice file, "
                   "status " WS-INV-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           END-IF.

       2000-COUNT-PERIOD-ITEMS.
      *    The posted-item history is absent before the first
      *    posting run that writes it; there is then nothing to
      *    bill.
           OPEN INPUT POSTED-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-EOF OR WS-FATAL-FLAG = 1
                   READ POSTED-ITEM-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-COUNT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE POSTED-ITEM-FILE
           ELSE
               IF WS-ITEM-FILE-STATUS = "35"
                   DISPLAY "WARNING: posted-item history absent, "
                       "no items to bill"
               ELSE
                   DISPLAY "ERROR: unable to open posted-item "
                       "history, status " WS-ITEM-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       2100-COUNT-ONE-ITEM.
      *    Items CYCBKOUT backed out never stood, so the branch is
      *    not charged for them.
           IF PIH-RUN-DATE > WS-LAST-BILL-DATE
               AND PIH-RUN-DATE NOT > WS-BILL-DATE
               AND NOT PIH-IS-BACKED-OUT
               SET WS-BRANCH-IDX TO 1
               SEARCH WS-BRANCH-ENTRY
                   AT END
                       ADD 1 TO WS-NO-BRANCH-COUNT
                   WHEN WS-BR-CODE(WS-BRANCH-IDX) = PIH-BRANCH-CODE
                       SET WS-ITEM-BRANCH-IDX TO WS-BRANCH-IDX
                       PERFORM 2110-FIND-ITEM-RATE
                       PERFORM 2120-ADD-TO-CHARGES
               END-SEARCH
           END-IF.

       2110-FIND-ITEM-RATE.
      *    The rate in effect on the posting date is the one for the
      *    region and type with the latest effective date not after
      *    it.
           MOVE "N" TO WS-ITEM-PRICED
           MOVE 0 TO WS-ITEM-RATE-FROM
           MOVE 0 TO WS-ITEM-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-TOTAL-ENTRIES
               IF WS-RT-REGION(WS-RATE-IDX) =
                       WS-BR-REGION(WS-ITEM-BRANCH-IDX)
                   AND WS-RT-TYPE(WS-RATE-IDX) = PIH-TYPE-CODE
                   AND WS-RT-EFFECTIVE(WS-RATE-IDX) NOT > PIH-RUN-DATE
                   AND (WS-ITEM-PRICED = "N"
                       OR WS-RT-EFFECTIVE(WS-RATE-IDX) >
                           WS-ITEM-RATE-FROM)
                   MOVE "Y" TO WS-ITEM-PRICED
                   MOVE WS-RT-EFFECTIVE(WS-RATE-IDX) TO
                       WS-ITEM-RATE-FROM
                   MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-ITEM-RATE
               END-IF
           END-PERFORM.

       2120-ADD-TO-CHARGES.
           IF WS-ITEM-PRICED = "N"
               ADD 1 TO WS-NOT-PRICED-COUNT
           END-IF

           SET WS-CHG-IDX TO 1
           SEARCH WS-CHG-ENTRY
               AT END
                   IF WS-CHG-TOTAL-ENTRIES = 5000
                       DISPLAY "ERROR: charge table full, more than "
                           "5000 branch, type and rate lines"
                       SET WS-FATAL-FLAG TO 1
                   ELSE
                       ADD 1 TO WS-CHG-TOTAL-ENTRIES
                       SET WS-CHG-IDX TO WS-CHG-TOTAL-ENTRIES
                       MOVE WS-ITEM-BRANCH-IDX TO
                           WS-CHG-BRANCH-IDX(WS-CHG-IDX)
                       MOVE PIH-TYPE-CODE TO WS-CHG-TYPE(WS-CHG-IDX)
                       MOVE WS-ITEM-RATE-FROM TO
                           WS-CHG-RATE-FROM(WS-CHG-IDX)
                       MOVE WS-ITEM-RATE TO WS-CHG-RATE(WS-CHG-IDX)
                       MOVE 1 TO WS-CHG-COUNT(WS-CHG-IDX)
                       MOVE WS-ITEM-PRICED TO
                           WS-CHG-PRICED(WS-CHG-IDX)
                   END-IF
               WHEN WS-CHG-BRANCH-IDX(WS-CHG-IDX) = WS-ITEM-BRANCH-IDX
                   AND WS-CHG-TYPE(WS-CHG-IDX) = PIH-TYPE-CODE
                   AND WS-CHG-RATE-FROM(WS-CHG-IDX) =
                       WS-ITEM-RATE-FROM
                   AND WS-CHG-PRICED(WS-CHG-IDX) = WS-ITEM-PRICED
                   ADD 1 TO WS-CHG-COUNT(WS-CHG-IDX)
           END-SEARCH.

       3000-RELEASE-CHARGES.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-TOTAL-ENTRIES
               SET WS-BRANCH-IDX TO WS-CHG-BRANCH-IDX(WS-CHG-IDX)
               MOVE WS-BR-REGION(WS-BRANCH-IDX) TO SRT-REGION-CODE
               MOVE WS-BR-CODE(WS-BRANCH-IDX) TO SRT-BRANCH-CODE
               MOVE WS-BR-NAME(WS-BRANCH-IDX) TO SRT-BRANCH-NAME
               MOVE WS-CHG-TYPE(WS-CHG-IDX) TO SRT-TYPE-CODE
               PERFORM 3010-SET-TYPE-SEQUENCE
               MOVE WS-TYPE-SUB TO SRT-TYPE-SEQUENCE
               MOVE WS-CHG-RATE-FROM(WS-CHG-IDX) TO
                   SRT-RATE-FROM-DATE
               MOVE WS-CHG-RATE(WS-CHG-IDX) TO SRT-ITEM-RATE
               MOVE WS-CHG-COUNT(WS-CHG-IDX) TO SRT-ITEM-COUNT
               MOVE WS-CHG-PRICED(WS-CHG-IDX) TO SRT-PRICED-IND
               RELEASE SORT-RECORD
           END-PERFORM.

       3010-SET-TYPE-SEQUENCE.
      *    Deposits, withdrawals, reversals, adjustments; a type
      *    code the feed should never have carried sorts last.
           EVALUATE SRT-TYPE-CODE
               WHEN "D"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "W"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "R"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN "A"
                   MOVE 4 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 9 TO WS-TYPE-SUB
           END-EVALUATE.

       4000-PRINT-INVOICES.
      *    The sorted lines arrive grouped by region and branch.
           PERFORM UNTIL WS-RETURN-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       IF SRT-BRANCH-CODE NOT = WS-CUR-BRANCH-CODE
                           OR SRT-REGION-CODE NOT = WS-CUR-REGION-CODE
                           IF WS-CUR-BRANCH-CODE NOT = SPACES
                               PERFORM 4200-FINISH-BRANCH
                           END-IF
                           IF SRT-REGION-CODE NOT = WS-CUR-REGION-CODE
                               IF WS-CUR-BRANCH-CODE NOT = SPACES
                                   PERFORM 4300-FINISH-REGION
                               END-IF
                               MOVE SRT-REGION-CODE TO
                                   WS-CUR-REGION-CODE
                           END-IF
                           PERFORM 4100-START-BRANCH
                       END-IF
                       PERFORM 4110-PRINT-CHARGE-LINE
               END-RETURN
           END-PERFORM

           IF WS-CUR-BRANCH-CODE NOT = SPACES
               PERFORM 4200-FINISH-BRANCH
               PERFORM 4300-FINISH-REGION
           END-IF

           MOVE "GRAND TOTAL" TO INV-TOT-LABEL
           MOVE WS-GRAND-COUNT TO INV-TOT-COUNT
           MOVE WS-GRAND-CHARGE TO INV-TOT-CHARGE
           MOVE SPACES TO INV-TOT-NOTE
           MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       4100-START-BRANCH.
           MOVE SRT-BRANCH-CODE TO WS-CUR-BRANCH-CODE
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-CHARGE
           ADD 1 TO WS-INVOICED-COUNT

           MOVE SRT-BRANCH-CODE TO INV-BRANCH-CODE
           MOVE SRT-BRANCH-NAME TO INV-BRANCH-NAME
           MOVE SRT-REGION-CODE TO INV-BRANCH-REGION
           MOVE WS-INV-BRANCH-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE WS-INV-COLUMN-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       4110-PRINT-CHARGE-LINE.
           EVALUATE SRT-TYPE-CODE
               WHEN "D"
                   MOVE "DEPOSITS" TO INV-TYPE-DESC
               WHEN "W"
                   MOVE "WITHDRAWALS" TO INV-TYPE-DESC
               WHEN "R"
                   MOVE "REVERSALS" TO INV-TYPE-DESC
               WHEN "A"
                   MOVE "ADJUSTMENTS" TO INV-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO INV-TYPE-DESC
                   STRING "TYPE " SRT-TYPE-CODE
                       DELIMITED BY SIZE INTO INV-TYPE-DESC
           END-EVALUATE
           MOVE SRT-ITEM-COUNT TO INV-ITEM-COUNT

           IF SRT-IS-PRICED
               COMPUTE WS-LINE-CHARGE ROUNDED =
                   SRT-ITEM-COUNT * SRT-ITEM-RATE
               MOVE SRT-RATE-FROM-DATE TO INV-RATE-FROM-DATE
               MOVE SRT-ITEM-RATE TO INV-ITEM-RATE
               MOVE WS-LINE-CHARGE TO INV-CHARGE
               MOVE SPACES TO INV-NOTE
               ADD SRT-ITEM-COUNT TO WS-BRANCH-COUNT
               ADD WS-LINE-CHARGE TO WS-BRANCH-CHARGE
               PERFORM 4120-ADD-TO-JOURNAL-TOTALS
           ELSE
               MOVE SPACES TO INV-RATE-FROM-DATE
               MOVE 0 TO INV-ITEM-RATE
               MOVE 0 TO INV-CHARGE
               MOVE "NOT PRICED - NO RATE" TO INV-NOTE
           END-IF
           MOVE WS-INV-DETAIL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       4120-ADD-TO-JOURNAL-TOTALS.
           SET WS-JRG-IDX TO 1
           SEARCH WS-JRG-ENTRY
               AT END
                   IF WS-JRG-TOTAL-ENTRIES = 400
                       DISPLAY "ERROR: journal table full, more "
                           "than 400 region and type lines"
                       SET WS-BALANCE-ERROR-FLAG TO 1
                   ELSE
                       ADD 1 TO WS-JRG-TOTAL-ENTRIES
                       SET WS-JRG-IDX TO WS-JRG-TOTAL-ENTRIES
                       MOVE SRT-REGION-CODE TO
                           WS-JRG-REGION(WS-JRG-IDX)
                       MOVE SRT-TYPE-CODE TO WS-JRG-TYPE(WS-JRG-IDX)
                       MOVE SRT-ITEM-COUNT TO
                           WS-JRG-COUNT(WS-JRG-IDX)
                       MOVE WS-LINE-CHARGE TO
                           WS-JRG-AMOUNT(WS-JRG-IDX)
                   END-IF
               WHEN WS-JRG-REGION(WS-JRG-IDX) = SRT-REGION-CODE
                   AND WS-JRG-TYPE(WS-JRG-IDX) = SRT-TYPE-CODE
                   ADD SRT-ITEM-COUNT TO WS-JRG-COUNT(WS-JRG-IDX)
                   ADD WS-LINE-CHARGE TO WS-JRG-AMOUNT(WS-JRG-IDX)
           END-SEARCH

      *    Only the four feed types can carry a rate, so a priced
      *    line always has an income entry.
           SET WS-INC-IDX TO SRT-TYPE-SEQUENCE
           ADD SRT-ITEM-COUNT TO WS-INC-COUNT(WS-INC-IDX)
           ADD WS-LINE-CHARGE TO WS-INC-AMOUNT(WS-INC-IDX).

       4200-FINISH-BRANCH.
           MOVE SPACES TO INV-TOT-LABEL
           STRING "INVOICE TOTAL " WS-CUR-BRANCH-CODE
               DELIMITED BY SIZE INTO INV-TOT-LABEL
           MOVE WS-BRANCH-COUNT TO INV-TOT-COUNT
           MOVE WS-BRANCH-CHARGE TO INV-TOT-CHARGE
           MOVE SPACES TO INV-TOT-NOTE
           MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           ADD WS-BRANCH-COUNT TO WS-REGION-COUNT
           ADD WS-BRANCH-CHARGE TO WS-REGION-CHARGE.

       4300-FINISH-REGION.
           MOVE SPACES TO INV-TOT-LABEL
           STRING "REGION TOTAL " WS-CUR-REGION-CODE
               DELIMITED BY SIZE INTO INV-TOT-LABEL
           MOVE WS-REGION-COUNT TO INV-TOT-COUNT
           MOVE WS-REGION-CHARGE TO INV-TOT-CHARGE
           MOVE SPACES TO INV-TOT-NOTE
           MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           ADD WS-REGION-COUNT TO WS-GRAND-COUNT
           ADD WS-REGION-CHARGE TO WS-GRAND-CHARGE
           MOVE 0 TO WS-REGION-COUNT
           MOVE 0 TO WS-REGION-CHARGE.

       5000-WRITE-JOURNAL-FILE.
      *    Debits charge each region's branches by type; the
      *    matching credits take the income to the chargeback
      *    income centre by type.  Types nobody was charged for
      *    carry no line.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open chargeback journal, "
                   "status " WS-JRN-FILE-STATUS
               SET WS-FATAL-FLAG TO 1
           ELSE
               MOVE WS-BILL-DATE TO JRN-HDR-RUN-DATE
               MOVE WS-JRN-HEADER-LINE TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD

               PERFORM VARYING WS-JRG-IDX FROM 1 BY 1
                       UNTIL WS-JRG-IDX > WS-JRG-TOTAL-ENTRIES
                   IF WS-JRG-AMOUNT(WS-JRG-IDX) > 0
                       MOVE WS-JRG-REGION(WS-JRG-IDX) TO
                           JRN-REGION-CODE
                       MOVE WS-JRG-TYPE(WS-JRG-IDX) TO JRN-TYPE-CODE
                       MOVE "D" TO JRN-DC-INDICATOR
                       MOVE WS-JRG-AMOUNT(WS-JRG-IDX) TO JRN-AMOUNT
                       MOVE WS-JRG-COUNT(WS-JRG-IDX) TO
                           JRN-ITEM-COUNT
                       ADD WS-JRG-AMOUNT(WS-JRG-IDX) TO
                           WS-DEBIT-TOTAL
                       PERFORM 5010-WRITE-JOURNAL-LINE
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > 4
                   IF WS-INC-AMOUNT(WS-INC-IDX) > 0
                       MOVE WS-INCOME-REGION-CODE TO JRN-REGION-CODE
                       MOVE WS-TYPE-CODE(WS-INC-IDX) TO
                           JRN-TYPE-CODE
                       MOVE "C" TO JRN-DC-INDICATOR
                       MOVE WS-INC-AMOUNT(WS-INC-IDX) TO JRN-AMOUNT
                       MOVE WS-INC-COUNT(WS-INC-IDX) TO
                           JRN-ITEM-COUNT
                       ADD WS-INC-AMOUNT(WS-INC-IDX) TO
                           WS-CREDIT-TOTAL
                       PERFORM 5010-WRITE-JOURNAL-LINE
                   END-IF
               END-PERFORM

               MOVE WS-LINE-COUNT TO JRN-TRL-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO JRN-TRL-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO JRN-TRL-CREDIT-TOTAL
               MOVE WS-JRN-TRAILER-LINE TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD

               CLOSE GL-JOURNAL-FILE
           END-IF.

       5010-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-JRN-DETAIL-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.

       6000-VERIFY-JOURNAL-BALANCE.
      *    Both sides must equal what the invoices billed.
           IF WS-FATAL-FLAG = 0
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   OR WS-DEBIT-TOTAL NOT = WS-GRAND-CHARGE
                   DISPLAY "ERROR: chargeback journal does not "
                       "balance to the invoices, journal must not "
                       "be loaded"
                   SET WS-BALANCE-ERROR-FLAG TO 1
               END-IF
           END-IF

           DISPLAY "CHGBILL JOURNAL LINES:  " WS-LINE-COUNT
           DISPLAY "CHGBILL DEBIT TOTAL:    " WS-DEBIT-TOTAL
           DISPLAY "CHGBILL CREDIT TOTAL:   " WS-CREDIT-TOTAL.

       7000-LOG-JOURNAL-SENT.
           IF WS-FATAL-FLAG = 0
               OPEN EXTEND GL-SEND-LOG-FILE
               IF WS-GSL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GL-SEND-LOG-FILE
               END-IF
               IF WS-GSL-FILE-STATUS = "00"
                   MOVE WS-BILL-DATE TO GSL-RUN-DATE
                   MOVE WS-BILL-CYCLE TO GSL-CYCLE-NUMBER
                   SET GSL-IS-CHARGEBACK TO TRUE
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
                   DISPLAY "ERROR: unable to open journal send log "
                       "for output, status " WS-GSL-FILE-STATUS
                   SET WS-FATAL-FLAG TO 1
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-INV-FILE-STATUS = "00"
               MOVE WS-INVOICED-COUNT TO INV-SUM-BRANCHES
               MOVE WS-NOT-PRICED-COUNT TO INV-SUM-NOT-PRICED
               MOVE WS-NO-BRANCH-COUNT TO INV-SUM-NO-BRANCH
               MOVE WS-INV-SUMMARY-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               CLOSE INVOICE-FILE
           END-IF

           IF WS-NOT-PRICED-COUNT > 0
               DISPLAY "WARNING: " WS-NOT-PRICED-COUNT " items of a "
                   "type with no rate for the branch's region, not "
                   "billed"
           END-IF
           IF WS-NO-BRANCH-COUNT > 0
               DISPLAY "WARNING: " WS-NO-BRANCH-COUNT " items for "
                   "branches not on the branch file, not billed"
           END-IF
           DISPLAY "CHGBILL BRANCHES INVOICED: " WS-INVOICED-COUNT
           DISPLAY "CHGBILL ITEMS BILLED:      " WS-GRAND-COUNT
           DISPLAY "CHGBILL TOTAL CHARGED:     " WS-GRAND-CHARGE.

       9100-SET-RETURN-CODE.
           IF WS-FATAL-FLAG = 1
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-BALANCE-ERROR-FLAG = 1 OR WS-REFUSE-FLAG = 1
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-NOT-PRICED-COUNT > 0
                       OR WS-NO-BRANCH-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
