           MOVE WS-STAT-COUNTER-COUNT
               TO UNDO-STAGE-STAT-COUNTER-COUNT
           MOVE WS-MOVE-COUNT TO UNDO-STAGE-MOVE-COUNT
           MOVE RULE-FIRED-MOVES TO UNDO-STAGE-RULE-FIRED
           MOVE WS-JOURNAL-COUNT TO UNDO-STAGE-JOURNAL-COUNT
           MOVE ITEM-PLACEMENTS TO UNDO-STAGE-PLACEMENTS
           MOVE WS-PLACEMENT-COUNT TO UNDO-STAGE-PLACEMENT-COUNT.

       PUSH-UNDO-SNAPSHOT.
      *    Commits the staged capture. A full history drops its
           MOVE UNDO-STAGE-MOVE-COUNT
               TO UNDO-MOVE-COUNT(WS-UNDO-COUNT)
           MOVE UNDO-STAGE-RULE-FIRED
               TO UNDO-RULE-FIRED(WS-UNDO-COUNT)
           MOVE UNDO-STAGE-JOURNAL-COUNT
               TO UNDO-JOURNAL-COUNT(WS-UNDO-COUNT)
           MOVE UNDO-STAGE-PLACEMENTS
               TO UNDO-PLACEMENTS(WS-UNDO-COUNT)
           MOVE UNDO-STAGE-PLACEMENT-COUNT
               TO UNDO-PLACEMENT-COUNT(WS-UNDO-COUNT).

       UNDO-LAST-MOVE.
      *    UNDO is a global command like SAVE AND STATUS. It
                   TO WS-MOVE-COUNT
               MOVE UNDO-RULE-FIRED(WS-UNDO-COUNT)
                   TO RULE-FIRED-MOVES
      *        The journal forgets whatever the undone move wrote
      *        INTO it - the entries themselves are only ever added
      *        AT the END, so the count is all that steps back.
               MOVE UNDO-JOURNAL-COUNT(WS-UNDO-COUNT)
                   TO WS-JOURNAL-COUNT
      *        A TAKE OR DROP the undone move made puts the item
      *        back WHERE it was lying.
               MOVE UNDO-PLACEMENTS(WS-UNDO-COUNT)
                   TO ITEM-PLACEMENTS
               MOVE UNDO-PLACEMENT-COUNT(WS-UNDO-COUNT)
                   TO WS-PLACEMENT-COUNT
               SUBTRACT 1 FROM WS-UNDO-COUNT
               SET CONDITIONS-SKIP-PENDING TO TRUE

