      * yesterday's report and today's control file.  Replaying
      * the journal against a restored cluster is also the
      * point-in-time rebuild path if the cluster is damaged.
      * A backout of a posted cycle journals the balances it
      * restores and prints marked BKO; a branch consolidation
      * journals the balances it moves and prints marked CNS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CJR-OLD-TOTAL TO JRP-OLD-TOTAL
           MOVE CJR-NEW-TOTAL TO JRP-NEW-TOTAL
           MOVE CJR-DELTA-TOTAL TO JRP-DELTA-TOTAL
           IF CJR-FROM-BACKOUT
               MOVE "BKO" TO JRP-NEW-IND
           ELSE
               IF CJR-FROM-CONSOLIDATION
                   MOVE "CNS" TO JRP-NEW-IND
               ELSE
                   IF CJR-NEW-BRANCH-IND = "Y"
                       MOVE "NEW" TO JRP-NEW-IND
                   ELSE
                       MOVE SPACES TO JRP-NEW-IND
                   END-IF
               END-IF
           END-IF
           MOVE WS-JRP-DETAIL-LINE TO JOURNAL-REPORT-RECORD
           WRITE JOURNAL-REPORT-RECORD.
