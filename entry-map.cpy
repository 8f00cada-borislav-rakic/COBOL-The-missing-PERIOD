       LOAD-ENTRY-MAP.
      *    The entry map shares the DIALOGUE FILE's base name WITH a
      *    .map extension - dialogue.txt pairs WITH dialogue.map -
      *    AND is written BY STORY-BUILD, never BY hand. Its BUILD
      *    line is the stamp this story carries; its STEP AND ENTRY
      *    lines say where each earlier build's renumbered entries
      *    went. A story that was never built has no map, no stamp,
      *    AND nothing TO relocate.
           MOVE SPACES TO WS-RULES-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-RULES-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-MAP-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".map" DELIMITED BY SIZE
               INTO WS-MAP-FILE-PATH
           END-STRING

           MOVE SPACES TO WS-BUILD-STAMP
           MOVE 0 TO WS-MAP-STEP-COUNT
           MOVE 0 TO WS-MAP-ROW-COUNT
      *    A NEW story means the LOG has NOT yet been told which
      *    build its NEXT lines belong TO.
           SET BUILD-STAMP-LOGGED TO FALSE
           SET EOF-MAP-REACHED TO FALSE

           OPEN INPUT ENTRY-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MAP-REACHED
                   READ ENTRY-MAP-FILE
                       AT END
                           SET EOF-MAP-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MAP-LINE
                   END-READ
               END-PERFORM
               CLOSE ENTRY-MAP-FILE
           END-IF.

       LOAD-ONE-MAP-LINE.
      *    Fixed columns, AS STORY-BUILD writes them: type 1-8, THEN
      *    the stamps AT 10-23 AND 25-38 OR the old AND NEW entry
      *    numbers AT 10-12 AND 14-16. LABEL lines are FOR the NEXT
      *    build, NOT FOR play.
           EVALUATE MAP-RECORD(1:8)
               WHEN "BUILD   "
                   MOVE MAP-RECORD(10:14) TO WS-BUILD-STAMP
               WHEN "STEP    "
                   IF WS-MAP-STEP-COUNT = MAP-STEP-CAPACITY
                       DISPLAY "ENTRY MAP HOLDS MORE THAN "
                           MAP-STEP-CAPACITY " BUILDS - OLDER SAVES "
                           "CANNOT BE RELOCATED."
                       SET EOF-MAP-REACHED TO TRUE
                   ELSE
                       ADD 1 TO WS-MAP-STEP-COUNT
                       MOVE MAP-RECORD(10:14)
                           TO MAP-STEP-FROM(WS-MAP-STEP-COUNT)
                       MOVE MAP-RECORD(25:14)
                           TO MAP-STEP-TO(WS-MAP-STEP-COUNT)
                       COMPUTE MAP-STEP-FIRST-ROW(WS-MAP-STEP-COUNT)
                           = WS-MAP-ROW-COUNT + 1
                       MOVE 0 TO MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)
                   END-IF
               WHEN "ENTRY   "
                   IF WS-MAP-STEP-COUNT > 0
                           AND MAP-RECORD(10:3) NUMERIC
                           AND MAP-RECORD(14:3) NUMERIC
                       IF WS-MAP-ROW-COUNT = MAP-ROW-CAPACITY
                           DISPLAY "ENTRY MAP HOLDS MORE THAN "
                               MAP-ROW-CAPACITY " ENTRIES - OLDER "
                               "SAVES CANNOT BE RELOCATED."
                           SET EOF-MAP-REACHED TO TRUE
                       ELSE
                           ADD 1 TO WS-MAP-ROW-COUNT
                           MOVE MAP-RECORD(10:3)
                               TO MAP-ROW-OLD(WS-MAP-ROW-COUNT)
                           MOVE MAP-RECORD(14:3)
                               TO MAP-ROW-NEW(WS-MAP-ROW-COUNT)
                           ADD 1 TO MAP-STEP-ROW-COUNT(
                               WS-MAP-STEP-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TRANSLATE-MAPPED-ENTRY.
      *    Carries WS-MAP-ENTRY-ARG, numbered AS IN build
      *    WS-MAP-FROM-STAMP, forward step BY step TO the current
      *    build. MAP-CHAIN-FOUND says whether the stamp belongs TO
      *    this story's history AT all - a save made against
      *    another language's FILE does NOT, AND keeps its numbers.
      *    A result OF zero means the entry was removed.
           MOVE WS-MAP-ENTRY-ARG TO WS-MAP-ENTRY-RESULT
           MOVE WS-MAP-FROM-STAMP TO WS-MAP-CHAIN-STAMP
           SET MAP-CHAIN-FOUND TO FALSE
           MOVE 0 TO WS-MAP-HOPS

           IF WS-MAP-CHAIN-STAMP = WS-BUILD-STAMP
               SET MAP-CHAIN-FOUND TO TRUE
           END-IF

           PERFORM UNTIL MAP-CHAIN-FOUND
                   OR WS-MAP-HOPS > WS-MAP-STEP-COUNT
               ADD 1 TO WS-MAP-HOPS
               SET MAP-STEP-FOUND TO FALSE
               MOVE 1 TO WS-MAP-STEP-INDEX
               PERFORM UNTIL MAP-STEP-FOUND
                       OR WS-MAP-STEP-INDEX > WS-MAP-STEP-COUNT
                   IF MAP-STEP-FROM(WS-MAP-STEP-INDEX)
                           = WS-MAP-CHAIN-STAMP
                       SET MAP-STEP-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-MAP-STEP-INDEX
                   END-IF
               END-PERFORM

               IF NOT MAP-STEP-FOUND
      *            The stamp is NOT IN this story's history - stop
      *            AND leave the entry AS it was.
                   MOVE WS-MAP-ENTRY-ARG TO WS-MAP-ENTRY-RESULT
                   COMPUTE WS-MAP-HOPS = WS-MAP-STEP-COUNT + 1
               ELSE
                   PERFORM APPLY-ONE-MAP-STEP
                   MOVE MAP-STEP-TO(WS-MAP-STEP-INDEX)
                       TO WS-MAP-CHAIN-STAMP
                   IF WS-MAP-CHAIN-STAMP = WS-BUILD-STAMP
                       SET MAP-CHAIN-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT MAP-CHAIN-FOUND
               MOVE WS-MAP-ENTRY-ARG TO WS-MAP-ENTRY-RESULT
           END-IF.

       APPLY-ONE-MAP-STEP.
      *    An entry the step does NOT list kept its number.
           COMPUTE WS-MAP-LAST-ROW
               = MAP-STEP-FIRST-ROW(WS-MAP-STEP-INDEX)
               + MAP-STEP-ROW-COUNT(WS-MAP-STEP-INDEX) - 1
           SET MAP-ROW-FOUND TO FALSE
           MOVE MAP-STEP-FIRST-ROW(WS-MAP-STEP-INDEX)
               TO WS-MAP-ROW-INDEX
           PERFORM UNTIL MAP-ROW-FOUND
                   OR WS-MAP-ROW-INDEX > WS-MAP-LAST-ROW
               IF MAP-ROW-OLD(WS-MAP-ROW-INDEX) = WS-MAP-ENTRY-RESULT
                   MOVE MAP-ROW-NEW(WS-MAP-ROW-INDEX)
                       TO WS-MAP-ENTRY-RESULT
                   SET MAP-ROW-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-ROW-INDEX
               END-IF
           END-PERFORM.

       RELOCATE-SAVED-STATE.
      *    Called BY READ-SAVE-IMAGE once the world is final. A save
      *    written under an earlier build has its position, its
      *    per-scene hint tallies, its loose items AND its fired
      *    clocks carried through the map; a position whose entry
      *    is gone refuses the save outright rather than dropping
      *    the player INTO whatever scene now holds the old
      *    number.
           IF WS-BUILD-STAMP = SPACES
               CONTINUE
           ELSE
               IF WS-SAVE-BUILD-STAMP = SPACES
                   MOVE ZEROS TO WS-SAVE-BUILD-STAMP
               END-IF
               IF WS-SAVE-BUILD-STAMP NOT = WS-BUILD-STAMP
                       AND CURRENT-DIALOGUE-INDEX > 0
                   MOVE WS-SAVE-BUILD-STAMP TO WS-MAP-FROM-STAMP
                   MOVE CURRENT-DIALOGUE-INDEX TO WS-MAP-ENTRY-ARG
                   PERFORM TRANSLATE-MAPPED-ENTRY
                   IF MAP-CHAIN-FOUND
                       PERFORM RELOCATE-SAVED-POSITION
                       PERFORM RELOCATE-HINT-ROWS
                       PERFORM RELOCATE-PLACED-ITEMS
                       PERFORM RELOCATE-RULE-CLOCKS
                   END-IF
               END-IF
           END-IF.

       RELOCATE-SAVED-POSITION.
           IF WS-MAP-ENTRY-RESULT = 0
               SET SAVE-ENTRY-REMOVED TO TRUE
               SET SAVE-VERSION-OK TO FALSE
           ELSE
               IF WS-MAP-ENTRY-RESULT NOT = CURRENT-DIALOGUE-INDEX
                   MOVE WS-MAP-ENTRY-RESULT TO CURRENT-DIALOGUE-INDEX
                   SET SAVE-RELOCATED TO TRUE
               END-IF
           END-IF.

       RELOCATE-HINT-ROWS.
      *    A tally FOR a scene that no longer exists is dropped - the
      *    rows behind it close up so the TABLE stays dense.
           MOVE 0 TO WS-MAP-KEPT-ROWS
           MOVE 1 TO WS-HINT-USED-INDEX
           PERFORM UNTIL WS-HINT-USED-INDEX > WS-HINT-USED-ROWS
               MOVE HINT-USED-ENTRY(WS-HINT-USED-INDEX)
                   TO WS-MAP-ENTRY-ARG
               PERFORM TRANSLATE-MAPPED-ENTRY
               IF WS-MAP-ENTRY-RESULT NOT = WS-MAP-ENTRY-ARG
                   SET SAVE-RELOCATED TO TRUE
               END-IF
               IF WS-MAP-ENTRY-RESULT > 0
                   ADD 1 TO WS-MAP-KEPT-ROWS
                   MOVE WS-MAP-ENTRY-RESULT
                       TO HINT-USED-ENTRY(WS-MAP-KEPT-ROWS)
                   MOVE HINT-USED-COUNT(WS-HINT-USED-INDEX)
                       TO HINT-USED-COUNT(WS-MAP-KEPT-ROWS)
               END-IF
               ADD 1 TO WS-HINT-USED-INDEX
           END-PERFORM
           MOVE WS-MAP-KEPT-ROWS TO WS-HINT-USED-ROWS.

       RELOCATE-PLACED-ITEMS.
      *    An item lying IN a scene that no longer exists is NOT
      *    lost WITH it - it goes back TO WHERE the story PLACEs it,
      *    so a GATE that wants it CAN still be satisfied. Only an
      *    item the story never PLACEs drops OUT OF the world.
           MOVE 0 TO WS-MAP-KEPT-ROWS
           MOVE 1 TO WS-PLACEMENT-INDEX
           PERFORM UNTIL WS-PLACEMENT-INDEX > WS-PLACEMENT-COUNT
               MOVE PLACED-ENTRY(WS-PLACEMENT-INDEX)
                   TO WS-MAP-ENTRY-ARG
               PERFORM TRANSLATE-MAPPED-ENTRY
               IF WS-MAP-ENTRY-RESULT = 0
                   MOVE PLACED-ITEM(WS-PLACEMENT-INDEX)
                       TO WS-INVENTORY-ITEM-ARG
                   PERFORM FIND-STORY-PLACEMENT
                   MOVE WS-STORY-PLACED-ENTRY TO WS-MAP-ENTRY-RESULT
               END-IF
               IF WS-MAP-ENTRY-RESULT NOT = WS-MAP-ENTRY-ARG
                   SET SAVE-RELOCATED TO TRUE
               END-IF
               IF WS-MAP-ENTRY-RESULT > 0
                   ADD 1 TO WS-MAP-KEPT-ROWS
                   MOVE WS-MAP-ENTRY-RESULT
                       TO PLACED-ENTRY(WS-MAP-KEPT-ROWS)
                   MOVE PLACED-ITEM(WS-PLACEMENT-INDEX)
                       TO PLACED-ITEM(WS-MAP-KEPT-ROWS)
               END-IF
               ADD 1 TO WS-PLACEMENT-INDEX
           END-PERFORM
           MOVE WS-MAP-KEPT-ROWS TO WS-PLACEMENT-COUNT.

       RELOCATE-RULE-CLOCKS.
      *    A RULEMOVE- TAG names its rule BY position IN the .rul
      *    FILE, which a story edit CAN shuffle, so the save also
      *    records the rule's type, flag AND - FOR a TIMEGATE - the
      *    entry it routes TO. Each fired clock is matched back TO
      *    the rule that still carries that identity (its OWN
      *    position first) once the destination has been carried
      *    through the map. A clock whose rule is gone is dropped;
      *    ONE saved without an identity stays where it was.
           MOVE ZEROS TO WS-RELOCATED-RULE-MOVES
           MOVE 1 TO WS-RULEMOVE-INDEX
           PERFORM UNTIL WS-RULEMOVE-INDEX > RULE-TABLE-CAPACITY
               IF WS-PENDING-RULE-MOVE(WS-RULEMOVE-INDEX) > 0
                   IF WS-PENDING-RULE-TYPE(WS-RULEMOVE-INDEX)
                           = SPACES
                       MOVE WS-PENDING-RULE-MOVE(WS-RULEMOVE-INDEX)
                           TO WS-RELOCATED-RULE-MOVE(
                               WS-RULEMOVE-INDEX)
                   ELSE
                       PERFORM RELOCATE-ONE-RULE-CLOCK
                   END-IF
               END-IF
               ADD 1 TO WS-RULEMOVE-INDEX
           END-PERFORM
           IF WS-RELOCATED-RULE-MOVES NOT = WS-PENDING-RULE-MOVES
               SET SAVE-RELOCATED TO TRUE
           END-IF
           MOVE WS-RELOCATED-RULE-MOVES TO WS-PENDING-RULE-MOVES.

       RELOCATE-ONE-RULE-CLOCK.
           MOVE WS-PENDING-RULE-DEST(WS-RULEMOVE-INDEX)
               TO WS-MAP-ENTRY-RESULT
           IF WS-PENDING-RULE-TYPE(WS-RULEMOVE-INDEX) = "TIMEGATE"
               MOVE WS-PENDING-RULE-DEST(WS-RULEMOVE-INDEX)
                   TO WS-MAP-ENTRY-ARG
               PERFORM TRANSLATE-MAPPED-ENTRY
           END-IF

           MOVE 0 TO WS-MAP-RULE-MATCH
           IF WS-RULEMOVE-INDEX <= WS-RULE-COUNT
               MOVE WS-RULEMOVE-INDEX TO WS-RULE-SCAN-INDEX
               PERFORM CHECK-RULE-CLOCK-IDENTITY
           END-IF
           MOVE 1 TO WS-RULE-SCAN-INDEX
           PERFORM UNTIL WS-MAP-RULE-MATCH > 0
                   OR WS-RULE-SCAN-INDEX > WS-RULE-COUNT
               PERFORM CHECK-RULE-CLOCK-IDENTITY
               ADD 1 TO WS-RULE-SCAN-INDEX
           END-PERFORM

           IF WS-MAP-RULE-MATCH > 0
               MOVE WS-PENDING-RULE-MOVE(WS-RULEMOVE-INDEX)
                   TO WS-RELOCATED-RULE-MOVE(WS-MAP-RULE-MATCH)
           END-IF.

       CHECK-RULE-CLOCK-IDENTITY.
      *    A rule already holding a clock relocated FROM another
      *    slot is spoken FOR - TWO matching clocks must NOT both
      *    land ON it, OR the FIRST one is silently lost.
           IF RULE-TYPE(WS-RULE-SCAN-INDEX)
                   = WS-PENDING-RULE-TYPE(WS-RULEMOVE-INDEX)
                   AND RULE-REQ-1(WS-RULE-SCAN-INDEX)
                       = WS-PENDING-RULE-FLAG(WS-RULEMOVE-INDEX)
                   AND RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                       = WS-MAP-ENTRY-RESULT
                   AND WS-RELOCATED-RULE-MOVE(WS-RULE-SCAN-INDEX) = 0
               MOVE WS-RULE-SCAN-INDEX TO WS-MAP-RULE-MATCH
           END-IF.

       LOG-BUILD-MARKER.
      *    Written BY LOG-PLAY-EVENT ahead OF the FIRST line a story
      *    FILE contributes TO the LOG, so the reports know which
      *    build's numbering the lines after it use. The marker's
      *    columns 25-27 are NOT numeric, so every LOG reader that
      *    only wants moves skips it the way it skips a mangled
      *    line.
           MOVE SPACES TO PLAY-LOG-RECORD
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                   " STORY-BUILD=" DELIMITED BY SIZE
                   WS-BUILD-STAMP DELIMITED BY SIZE
                   " FILE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                       DELIMITED BY SIZE
               INTO PLAY-LOG-RECORD
           END-STRING
           PERFORM STAMP-LOG-VARIANT
           WRITE PLAY-LOG-RECORD
           SET BUILD-STAMP-LOGGED TO TRUE.
