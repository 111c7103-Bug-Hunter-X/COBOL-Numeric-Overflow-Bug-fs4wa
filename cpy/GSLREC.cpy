      *
      * GLSNDLOG journal send log.  One record per GLJRNL journal
      * sent to the ledger, keyed by the run date and cycle it
      * carries.  GLEXTR appends a posting journal ("P") when it
      * writes one that balances, and CYCBKOUT appends the
      * reversing journal ("R") for a backed-out cycle and marks
      * the cycle's posting journal "B".  CHGBILL appends the
      * month-end branch chargeback journal ("C", cycle 00) under
      * its billing date.  GSL-SEND-NUMBER is 1 for the first
      * journal of a date, cycle and type and counts up on every
      * authorised resend.  GLACKREC records the ledger's
      * acknowledgement against the journal it matches: accepted,
      * rejected (the accepted totals fall short of what was sent)
      * or duplicate (accepted when the same date and cycle had
      * already been accepted -- the ledger loaded it twice).  A
      * journal with no acknowledgement yet carries a blank status.
      *
       01  GL-SEND-LOG-RECORD.
           05  GSL-RUN-DATE            PIC 9(8).
           05  GSL-CYCLE-NUMBER        PIC 9(2).
           05  GSL-JOURNAL-TYPE        PIC X.
               88  GSL-IS-POSTING              VALUE "P".
               88  GSL-IS-REVERSAL             VALUE "R".
               88  GSL-IS-CHARGEBACK           VALUE "C".
           05  GSL-SEND-NUMBER         PIC 9(2).
           05  GSL-LINE-COUNT          PIC 9(7).
           05  GSL-DEBIT-TOTAL         PIC 9(15)V99.
           05  GSL-CREDIT-TOTAL        PIC 9(15)V99.
           05  GSL-ACK-STATUS          PIC X.
               88  GSL-IS-AWAITING-ACK         VALUE " ".
               88  GSL-IS-ACCEPTED             VALUE "A".
               88  GSL-IS-REJECTED             VALUE "R".
               88  GSL-IS-DUPLICATE            VALUE "D".
           05  GSL-ACK-DATE            PIC 9(8).
           05  GSL-ACK-LINE-COUNT      PIC 9(7).
           05  GSL-ACK-DEBIT-TOTAL     PIC 9(15)V99.
           05  GSL-ACK-CREDIT-TOTAL    PIC 9(15)V99.
           05  GSL-BACKOUT-IND         PIC X.
               88  GSL-IS-BACKED-OUT           VALUE "B".
