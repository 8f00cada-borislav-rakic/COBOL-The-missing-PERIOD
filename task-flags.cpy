           PERFORM FIND-TASK-FLAG

           IF TASK-FLAG-FOUND
               MOVE TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX)
                   TO WS-TRACE-WAS-FLAG
               MOVE 'Y' TO TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX)
           ELSE
               MOVE 'N' TO WS-TRACE-WAS-FLAG
               IF WS-TASK-FLAG-COUNT = TASK-FLAG-CAPACITY
                   DISPLAY "TASK FLAG TABLE IS FULL - CANNOT TRACK '"
                       FUNCTION TRIM(WS-TASK-FLAG-NAME-ARG) "'."
                   MOVE WS-MOVE-COUNT
                       TO TASK-FLAG-SET-MOVE(WS-TASK-FLAG-COUNT)
               END-IF
           END-IF
           PERFORM TRACE-FLAG-CHANGE.

       GET-TASK-FLAG.
      *    Reports WS-TASK-FLAG-NAME-ARG's VALUE INTO
