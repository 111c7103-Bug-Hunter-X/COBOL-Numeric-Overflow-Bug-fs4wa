      * the run, the balances written back, and the day's delta,
      * keyed by run date and cycle.  CJR-NEW-BRANCH-IND is "Y"
      * when the branch had no control record before this run.
      * CJR-SOURCE-IND says what wrote the record: "P" a posting
      * run (records from before the field existed have a space),
      * "B" the CYCBKOUT backout of that date/cycle, which journals
      * the balances it restores with the same run date and cycle,
      * "C" a BRCONSOL branch consolidation, journalled under the
      * consolidation's effective date with cycle 00.
      * Read by CTLJRPT to reconstruct any branch's balance history
      * day by day, and the basis for a point-in-time rebuild if
      * the control cluster is ever damaged.
           05  CJR-DELTA-TOTAL         PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  CJR-NEW-BRANCH-IND      PIC X.
           05  CJR-SOURCE-IND          PIC X.
               88  CJR-FROM-POSTING            VALUE "P" " ".
               88  CJR-FROM-BACKOUT            VALUE "B".
               88  CJR-FROM-CONSOLIDATION      VALUE "C".
