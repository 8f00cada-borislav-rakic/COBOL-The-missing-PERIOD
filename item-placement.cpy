       SEED-ITEM-PLACEMENTS.
      *    Lays the story's items out where its PLACE rules put
      *    them - called FOR a NEW run, a chapter opening AND a save
      *    written before the world kept track OF them. Anything the
      *    player already carries stays IN their hands rather than
      *    turning up a second time ON the floor.
           MOVE 0 TO WS-PLACEMENT-COUNT
           MOVE 1 TO WS-RULE-SCAN-INDEX
           PERFORM UNTIL WS-RULE-SCAN-INDEX > WS-RULE-COUNT
               IF RULE-TYPE(WS-RULE-SCAN-INDEX) = "PLACE   "
                   AND RULE-REQ-1(WS-RULE-SCAN-INDEX) NOT = SPACES
                   MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
                       TO WS-INVENTORY-ITEM-ARG
                   PERFORM FIND-INVENTORY-ITEM
                   IF NOT INVENTORY-ITEM-FOUND
                       MOVE RULE-ENTRY(WS-RULE-SCAN-INDEX)
                           TO WS-PLACEMENT-ENTRY-ARG
                       PERFORM ADD-PLACEMENT
                   END-IF
               END-IF
               ADD 1 TO WS-RULE-SCAN-INDEX
           END-PERFORM
           SET PLACEMENTS-READY TO TRUE.

       ADD-PLACEMENT.
      *    Leaves WS-INVENTORY-ITEM-ARG lying AT
      *    WS-PLACEMENT-ENTRY-ARG.
           IF WS-PLACEMENT-COUNT = PLACEMENT-CAPACITY
               DISPLAY "THE WORLD CANNOT HOLD ANY MORE LOOSE ITEMS - '"
                   FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                   "' IS LOST."
           ELSE
               ADD 1 TO WS-PLACEMENT-COUNT
               MOVE WS-PLACEMENT-ENTRY-ARG
                   TO PLACED-ENTRY(WS-PLACEMENT-COUNT)
               MOVE WS-INVENTORY-ITEM-ARG
                   TO PLACED-ITEM(WS-PLACEMENT-COUNT)
           END-IF.

       FIND-PLACEMENT-HERE.
      *    Searches ITEM-PLACEMENTS FOR WS-INVENTORY-ITEM-ARG lying
      *    AT WS-PLACEMENT-ENTRY-ARG. Leaves PLACEMENT-FOUND AND,
      *    WHEN found, WS-PLACEMENT-INDEX pointing AT the row.
           SET PLACEMENT-FOUND TO FALSE
           MOVE 1 TO WS-PLACEMENT-SCAN-INDEX

           PERFORM UNTIL PLACEMENT-FOUND
                   OR WS-PLACEMENT-SCAN-INDEX > WS-PLACEMENT-COUNT
               IF PLACED-ENTRY(WS-PLACEMENT-SCAN-INDEX)
                       = WS-PLACEMENT-ENTRY-ARG
                   AND FUNCTION TRIM(
                       PLACED-ITEM(WS-PLACEMENT-SCAN-INDEX))
                       = FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                   MOVE WS-PLACEMENT-SCAN-INDEX TO WS-PLACEMENT-INDEX
                   SET PLACEMENT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PLACEMENT-SCAN-INDEX
               END-IF
           END-PERFORM.

       REMOVE-PLACEMENT.
      *    Lifts the row FIND-PLACEMENT-HERE found. The last row
      *    slides INTO the freed ONE, the SAME way
      *    DROP-INVENTORY-ITEM keeps the inventory dense.
           MOVE PLACEMENT-ROW(WS-PLACEMENT-COUNT)
               TO PLACEMENT-ROW(WS-PLACEMENT-INDEX)
           MOVE 0 TO PLACED-ENTRY(WS-PLACEMENT-COUNT)
           MOVE SPACES TO PLACED-ITEM(WS-PLACEMENT-COUNT)
           SUBTRACT 1 FROM WS-PLACEMENT-COUNT.

       FIND-STORY-PLACEMENT.
      *    Does the story PLACE WS-INVENTORY-ITEM-ARG anywhere? Leaves
      *    ITEM-IS-PLACED AND the entry OF its first PLACE rule.
           SET ITEM-IS-PLACED TO FALSE
           MOVE 0 TO WS-STORY-PLACED-ENTRY
           MOVE 1 TO WS-RULE-SCAN-INDEX

           PERFORM UNTIL ITEM-IS-PLACED
                   OR WS-RULE-SCAN-INDEX > WS-RULE-COUNT
               IF RULE-TYPE(WS-RULE-SCAN-INDEX) = "PLACE   "
                   AND FUNCTION TRIM(RULE-REQ-1(WS-RULE-SCAN-INDEX))
                       = FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                   MOVE RULE-ENTRY(WS-RULE-SCAN-INDEX)
                       TO WS-STORY-PLACED-ENTRY
                   SET ITEM-IS-PLACED TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-SCAN-INDEX
               END-IF
           END-PERFORM.

       CHECK-TAKE-AVAILABLE.
      *    A TAKE/ OF an item the world keeps track OF - ONE the
      *    story PLACEs, OR ONE the player has dropped somewhere -
      *    only goes through WHERE the item is actually lying. Any
      *    other item is handed out the way TAKE/ always has.
           MOVE CURRENT-DIALOGUE-INDEX TO WS-PLACEMENT-ENTRY-ARG
           PERFORM FIND-PLACEMENT-HERE

           IF NOT PLACEMENT-FOUND
               PERFORM FIND-STORY-PLACEMENT
               MOVE 1 TO WS-PLACEMENT-SCAN-INDEX
               PERFORM UNTIL ITEM-IS-PLACED
                       OR WS-PLACEMENT-SCAN-INDEX > WS-PLACEMENT-COUNT
                   IF FUNCTION TRIM(
                           PLACED-ITEM(WS-PLACEMENT-SCAN-INDEX))
                           = FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                       SET ITEM-IS-PLACED TO TRUE
                   ELSE
                       ADD 1 TO WS-PLACEMENT-SCAN-INDEX
                   END-IF
               END-PERFORM

               IF ITEM-IS-PLACED
                   PERFORM FIND-INVENTORY-ITEM
                   MOVE SPACES TO WS-GAME-OUTPUT-TEXT
                   IF INVENTORY-ITEM-FOUND
                       STRING "YOU ALREADY HAVE THE "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                                   DELIMITED BY SIZE
                               "." DELIMITED BY SIZE
                           INTO WS-GAME-OUTPUT-TEXT
                       END-STRING
                   ELSE
                       STRING "THERE IS NO " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-INVENTORY-ITEM-ARG)
                                   DELIMITED BY SIZE
                               " HERE." DELIMITED BY SIZE
                           INTO WS-GAME-OUTPUT-TEXT
                       END-STRING
                   END-IF
                   PERFORM DISPLAY-GAME-LINE
                   SET ACTION-REQ-MET TO FALSE
               END-IF
           END-IF.

       LIFT-PLACED-ITEM.
      *    The item just went INTO the player's hands - whatever
      *    was lying here FOR it is gone from the scene.
           MOVE CURRENT-DIALOGUE-INDEX TO WS-PLACEMENT-ENTRY-ARG
           PERFORM FIND-PLACEMENT-HERE
           IF PLACEMENT-FOUND
               PERFORM REMOVE-PLACEMENT
           END-IF.

       DISPLAY-ITEMS-HERE.
      *    "You can see here: A, B." under the scene text - nothing
      *    AT all FOR a scene WITH nothing lying IN it.
           MOVE SPACES TO WS-GAME-OUTPUT-TEXT
           MOVE 1 TO WS-PLACEMENT-LIST-PTR
           MOVE 1 TO WS-PLACEMENT-SCAN-INDEX

           PERFORM UNTIL WS-PLACEMENT-SCAN-INDEX > WS-PLACEMENT-COUNT
               IF PLACED-ENTRY(WS-PLACEMENT-SCAN-INDEX)
                       = CURRENT-DIALOGUE-INDEX
                   IF WS-PLACEMENT-LIST-PTR = 1
                       STRING "You can see here: " DELIMITED BY SIZE
                           INTO WS-GAME-OUTPUT-TEXT
                           WITH POINTER WS-PLACEMENT-LIST-PTR
                       END-STRING
                   ELSE
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-GAME-OUTPUT-TEXT
                           WITH POINTER WS-PLACEMENT-LIST-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(
                           PLACED-ITEM(WS-PLACEMENT-SCAN-INDEX))
                           DELIMITED BY SIZE
                       INTO WS-GAME-OUTPUT-TEXT
                       WITH POINTER WS-PLACEMENT-LIST-PTR
                   END-STRING
               END-IF
               ADD 1 TO WS-PLACEMENT-SCAN-INDEX
           END-PERFORM

           IF WS-PLACEMENT-LIST-PTR > 1
               STRING "." DELIMITED BY SIZE
                   INTO WS-GAME-OUTPUT-TEXT
                   WITH POINTER WS-PLACEMENT-LIST-PTR
               END-STRING
               PERFORM DISPLAY-GAME-LINE
           END-IF.

       WRITE-PLACEMENT-RECORDS.
      *    A "PLACEMENTS=<count>" line says this save carries the
      *    world's placements AT all - even an empty world - AND is
      *    followed BY ONE "PLACED-<nn>=<entry>/<item>" line PER
      *    item lying somewhere. A run whose world has NOT been laid
      *    out yet (a NEW game before its first load) writes none,
      *    AND the load seeds it FROM the story it ends up IN.
           IF PLACEMENTS-READY
               MOVE SPACES TO SAVE-RECORD
               STRING "PLACEMENTS=" DELIMITED BY SIZE
                       WS-PLACEMENT-COUNT DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD

               MOVE 1 TO WS-PLACEMENT-INDEX
               PERFORM UNTIL WS-PLACEMENT-INDEX > WS-PLACEMENT-COUNT
                   MOVE SPACES TO SAVE-RECORD
                   STRING "PLACED-" DELIMITED BY SIZE
                           WS-PLACEMENT-INDEX DELIMITED BY SIZE
                           "=" DELIMITED BY SIZE
                           PLACED-ENTRY(WS-PLACEMENT-INDEX)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(
                               PLACED-ITEM(WS-PLACEMENT-INDEX))
                               DELIMITED BY SIZE
                       INTO SAVE-RECORD
                   END-STRING
                   WRITE SAVE-RECORD
                   ADD 1 TO WS-PLACEMENT-INDEX
               END-PERFORM
           END-IF.
