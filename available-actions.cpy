                       SET ACTION-TABLE-OK TO FALSE
                   END-IF
               ELSE
      *            Labels are resolved ON the way IN, so the player
      *            is shown AND matched against the SAME words.
                   MOVE WS-DIALOGUE-LINE-TEXT TO WS-SUBST-SOURCE
                   PERFORM RESOLVE-TEXT-PLACEHOLDERS
                   MOVE WS-SUBST-RESULT
                       TO ACTION(CURRENT-ACTION-COUNTER)
                   ADD 1 TO CURRENT-ACTION-COUNTER
               END-IF
      *    entry, OR a "LABEL#DESTINATION" pair packed onto a single
      *    entry. A second "#" introduces an optional extra field
      *    tying the action TO the inventory: TAKE/<item> puts the
      *    item IN the player's hands (IF it is lying there - see
      *    CHECK-TAKE-AVAILABLE), DROP/<item> leaves it IN the
      *    scene, AND ITEM/<item> refuses the action unless the item
      *    is carried. A numeric second field WITH a third makes the
      *    action a skill CHECK - "LABEL#SUCC#FAIL#PCT" - decided BY
      *    a dice roll WHEN the player picks it.
           MOVE SPACES TO WS-ACTION-LABEL
               END-IF

      *        A matched action CAN still be refused BY an
      *        ITEM/<item> requirement, OR a TAKE/ OF an item NOT
      *        lying here - the scan moves ON past it, so a later
      *        action WITH the SAME words CAN still take the command.
               IF WS-NOUN-MATCH-COUNT > 0
                   PERFORM ACCEPT-MATCHED-ACTION
               END-IF
               END-IF
           END-PERFORM.

      *    Nothing matched AS typed - give the story's synonym
      *    TABLE a chance before giving up ON the command.
           IF NOT ACTION-VALID AND ACTION-REQ-MET
                   AND WS-SYNONYM-COUNT > 0
               PERFORM MATCH-WITH-SYNONYMS
           END-IF

      *    A command that matched an action but was refused FOR a
      *    missing item already got its OWN message - do NOT pile
      *    the generic ONE on top OF it.
               END-IF
           END-IF

      *    A TAKE/ OF an item lying somewhere IN the world has TO be
      *    made WHERE it lies - see CHECK-TAKE-AVAILABLE.
           IF WS-ACTION-EXTRA-TEXT(1:5) = "TAKE/"
               MOVE WS-ACTION-EXTRA-TEXT(6:25)
                   TO WS-INVENTORY-ITEM-ARG
               PERFORM CHECK-TAKE-AVAILABLE
           END-IF

           IF ACTION-REQ-MET
               IF WS-ACTION-EXTRA-TEXT(1:3) NUMERIC
                       AND WS-ACTION-EXTRA-TEXT(4:27) = SPACES
                   MOVE WS-ACTION-EXTRA-TEXT(6:25)
                       TO WS-INVENTORY-ITEM-ARG
                   PERFORM ADD-INVENTORY-ITEM
      *            Taken ON the move this command is about TO make -
      *            the turn clock only ticks once it is logged.
                   PERFORM FIND-INVENTORY-ITEM
                   IF INVENTORY-ITEM-FOUND
                       PERFORM LIFT-PLACED-ITEM
                       MOVE "ITEM" TO WS-JOURNAL-EVENT-KIND
                       MOVE WS-INVENTORY-ITEM-ARG
                           TO WS-JOURNAL-EVENT-NAME
                       COMPUTE WS-JOURNAL-EVENT-MOVE
                           = WS-MOVE-COUNT + 1
                       PERFORM NOTE-JOURNAL-EVENT
                   END-IF
                   MOVE SPACES TO WS-GAME-OUTPUT-TEXT
                   STRING "TAKEN: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                   MOVE WS-ACTION-EXTRA-TEXT(6:25)
                       TO WS-INVENTORY-ITEM-ARG
                   PERFORM DROP-INVENTORY-ITEM
      *            Left lying IN the scene it was dropped IN, NOT
      *            the ONE the action leads TO.
                   IF INVENTORY-ITEM-FOUND
                       MOVE CURRENT-DIALOGUE-INDEX
                           TO WS-PLACEMENT-ENTRY-ARG
                       PERFORM ADD-PLACEMENT
                   END-IF
                   MOVE SPACES TO WS-GAME-OUTPUT-TEXT
                   STRING "DROPPED: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)

           IF WS-SKILL-ROLL <= WS-SKILL-PCT
               MOVE "SUCCESS" TO WS-SKILL-OUTCOME
               PERFORM TRACE-SKILL-CHECK
               MOVE WS-ACTION-DEST-TEXT TO CURRENT-DIALOGUE-INDEX
           ELSE
               MOVE "FAILURE" TO WS-SKILL-OUTCOME
               PERFORM TRACE-SKILL-CHECK
               MOVE WS-ACTION-EXTRA-TEXT(1:3)
                   TO CURRENT-DIALOGUE-INDEX
           END-IF
