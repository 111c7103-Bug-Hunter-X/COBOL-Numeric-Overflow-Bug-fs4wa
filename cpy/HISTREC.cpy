      * appended by TXNPROC at end of job with the branch's closing
      * count and net total, keyed by run date.  Records arrive in
      * run-date order.  Read by TRNDRPT for the day-over-day trend
      * and variance report.  HST-CYCLE-NUMBER says which posting
      * cycle of the date wrote the record; CYCBKOUT marks every
      * record of a cycle it backs out with a "B" in
      * HST-BACKOUT-IND, and TRNDRPT skips such records.  Records
      * written before either field existed have spaces there.
      *
       01  HISTORY-RECORD.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-COUNT               PIC 9(5).
           05  HST-TOTAL               PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  HST-CYCLE-NUMBER        PIC 9(2).
           05  HST-BACKOUT-IND         PIC X.
               88  HST-IS-BACKED-OUT           VALUE "B".
