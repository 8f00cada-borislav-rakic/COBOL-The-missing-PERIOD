       DISPLAY-SAVE-SLOT-DIRECTORY.
      *    ONE summary line PER existing gameN.save, read straight
      *    OFF the tagged save lines - health, DIALOGUE entry, task
      *    AND item progress, the items left lying IN the world,
      *    AND the SAVED-AT stamp. The scan never
      *    touches the live game state; it parses INTO its OWN
      *    WS-DIR fields.
           DISPLAY " "
           MOVE SPACES TO WS-DIR-SAVED-AT
           MOVE 0 TO WS-DIR-FLAG-DONE-COUNT
           MOVE 0 TO WS-DIR-ITEM-COUNT
           MOVE 0 TO WS-DIR-PLACED-COUNT
           MOVE 'N' TO WS-EOF-SAVE-FLAG

           OPEN INPUT SAVE-FILE
                           AND FUNCTION TRIM(WS-SAVE-VALUE) = "Y"
                       ADD 1 TO WS-DIR-ITEM-COUNT
                   END-IF
                   IF WS-SAVE-TAG(1:7) = "PLACED-"
                       ADD 1 TO WS-DIR-PLACED-COUNT
                   END-IF
           END-EVALUATE.

       DISPLAY-ONE-SLOT-SUMMARY.
                       WS-DIR-FLAG-DONE-COUNT DELIMITED BY SIZE
                       " TASKS, " DELIMITED BY SIZE
                       WS-DIR-ITEM-COUNT DELIMITED BY SIZE
                       " ITEMS, " DELIMITED BY SIZE
                       WS-DIR-PLACED-COUNT DELIMITED BY SIZE
                       " IN THE WORLD" DELIMITED BY SIZE
                   INTO WS-DIR-SUMMARY-TEXT
               END-STRING
           ELSE
                       WS-DIR-FLAG-DONE-COUNT DELIMITED BY SIZE
                       " TASKS, " DELIMITED BY SIZE
                       WS-DIR-ITEM-COUNT DELIMITED BY SIZE
                       " ITEMS, " DELIMITED BY SIZE
                       WS-DIR-PLACED-COUNT DELIMITED BY SIZE
                       " IN THE WORLD, SAVED " DELIMITED BY SIZE
                       WS-DIR-SAVED-AT(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-DIR-SAVED-AT(5:2) DELIMITED BY SIZE
