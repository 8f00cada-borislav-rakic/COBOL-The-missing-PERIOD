               PERFORM CREATE-STAT-COUNTER
           END-IF

           MOVE "ADD" TO WS-TRACE-OPERATION
           IF WS-COUNTER-INDEX > 0
               MOVE STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                   TO WS-TRACE-WAS-NUMBER
               IF STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                       + WS-COUNTER-AMOUNT > 99999
                   MOVE 99999
                   ADD WS-COUNTER-AMOUNT
                       TO STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
               END-IF
           END-IF
           PERFORM TRACE-COUNTER-CHANGE.

       SUBTRACT-FROM-STAT-COUNTER.
      *    Floored AT zero, the way HEALTH rule costs are - a
               PERFORM CREATE-STAT-COUNTER
           END-IF

           MOVE "SUB" TO WS-TRACE-OPERATION
           IF WS-COUNTER-INDEX > 0
               MOVE STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                   TO WS-TRACE-WAS-NUMBER
               IF STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                       > WS-COUNTER-AMOUNT
                   SUBTRACT WS-COUNTER-AMOUNT
               ELSE
                   MOVE 0 TO STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
               END-IF
           END-IF
           PERFORM TRACE-COUNTER-CHANGE.

       SET-STAT-COUNTER.
      *    Sets the named counter TO WS-COUNTER-SET-VALUE outright -
