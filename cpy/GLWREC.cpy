      *
      * GLWORK posting-activity record.  Written by TXNPROC at the
      * end of a clean posting run and consumed by the GLEXTR
      * journal extract step.  One header carries the run date, the
      * run's posted total and its posting cycle; one detail per
      * branch with activity carries the run's per-type item counts
      * and signed amounts.  CYCBKOUT reads the file back to build
      * the reversing journal when the latest cycle is backed out.
      * The per-type figures cover this run only -- they start from
      * zero each run, unlike the control-file balances.
      *
               10  GLW-RUN-DATE            PIC 9(8).
               10  GLW-POSTED-TOTAL        PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
               10  GLW-CYCLE-NUMBER        PIC 9(2).
               10  FILLER                  PIC X(66).
