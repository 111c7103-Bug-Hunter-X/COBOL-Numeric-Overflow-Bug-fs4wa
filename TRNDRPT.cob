       2000-LOAD-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT

      *    A cycle taken back out by the backout job never happened
      *    as far as the trend is concerned.
           IF NOT HST-IS-BACKED-OUT
               SET WS-HIST-IDX TO 1
               SEARCH WS-HIST-ENTRY
                   AT END
                       PERFORM 2010-ADD-HISTORY-BRANCH
                   WHEN WS-HIST-BRANCH-CODE(WS-HIST-IDX) =
                           HST-BRANCH-CODE
                       PERFORM 2020-APPEND-HISTORY-CLOSE
               END-SEARCH
           END-IF

           PERFORM 2100-READ-HISTORY.

