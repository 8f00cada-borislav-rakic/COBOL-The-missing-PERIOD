       LOAD-JOURNAL-LINES.
      *    The journal FILE shares the DIALOGUE FILE's base name
      *    WITH a .jnl extension, the SAME way the hints AND
      *    synonyms do. Fixed columns: 1-8 FLAG, ITEM OR COUNTER,
      *    10-29 the name the rules FILE OR a TAKE/ directive uses,
      *    31-35 a COUNTER line's threshold, 37 onward the sentence
      *    the player reads. A story WITH no journal FILE simply
      *    keeps no journal.
           MOVE SPACES TO WS-RULES-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-RULES-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-JOURNAL-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".jnl" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-PATH
           END-STRING

           MOVE 0 TO WS-JOURNAL-LINE-COUNT
           SET EOF-JOURNAL-REACHED TO FALSE

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-JOURNAL-REACHED
                   READ JOURNAL-FILE
                       AT END
                           SET EOF-JOURNAL-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       LOAD-ONE-JOURNAL-LINE.
           IF JOURNAL-RECORD(1:1) = "*" OR JOURNAL-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-JOURNAL-LINE-COUNT = JOURNAL-LINE-CAPACITY
                   DISPLAY "JOURNAL FILE HOLDS MORE THAN "
                       JOURNAL-LINE-CAPACITY " LINES - EXTRA LINES "
                       "ARE BEING IGNORED."
                   SET EOF-JOURNAL-REACHED TO TRUE
               ELSE
                   IF (JOURNAL-RECORD(1:8) NOT = "FLAG    "
                           AND JOURNAL-RECORD(1:8) NOT = "ITEM    "
                           AND JOURNAL-RECORD(1:8) NOT = "COUNTER ")
                           OR JOURNAL-RECORD(10:20) = SPACES
                           OR (JOURNAL-RECORD(1:8) = "COUNTER "
                               AND JOURNAL-RECORD(31:5) NOT NUMERIC)
                       DISPLAY "MALFORMED JOURNAL LINE SKIPPED: "
                           FUNCTION TRIM(JOURNAL-RECORD)
                   ELSE
                       ADD 1 TO WS-JOURNAL-LINE-COUNT
                       MOVE JOURNAL-RECORD(1:8)
                           TO JOURNAL-KIND(WS-JOURNAL-LINE-COUNT)
                       MOVE JOURNAL-RECORD(10:20)
                           TO JOURNAL-NAME(WS-JOURNAL-LINE-COUNT)
                       IF JOURNAL-RECORD(31:5) NUMERIC
                           MOVE JOURNAL-RECORD(31:5)
                               TO JOURNAL-THRESHOLD(
                                   WS-JOURNAL-LINE-COUNT)
                       ELSE
                           MOVE 0 TO JOURNAL-THRESHOLD(
                               WS-JOURNAL-LINE-COUNT)
                       END-IF
                       MOVE JOURNAL-RECORD(37:80)
                           TO JOURNAL-SENTENCE(WS-JOURNAL-LINE-COUNT)
                   END-IF
               END-IF
           END-IF.

       NOTE-JOURNAL-EVENT.
      *    Called FROM the places IN play where a flag goes up, a
      *    counter is raised OR an item is taken - NOT FROM the
      *    save loader, which refills the SAME tables WITHOUT
      *    anything having happened. The caller sets the event's
      *    kind, name, move AND (FOR a counter) its NEW VALUE; every
      *    journal line it satisfies is added once. A COUNTER line
      *    is satisfied once the counter stands AT OR above its
      *    threshold.
           MOVE 1 TO WS-JOURNAL-SCAN-INDEX
           PERFORM UNTIL WS-JOURNAL-SCAN-INDEX > WS-JOURNAL-LINE-COUNT
               IF JOURNAL-KIND(WS-JOURNAL-SCAN-INDEX)
                       = WS-JOURNAL-EVENT-KIND
                   AND FUNCTION TRIM(
                       JOURNAL-NAME(WS-JOURNAL-SCAN-INDEX))
                       = FUNCTION TRIM(WS-JOURNAL-EVENT-NAME)
                   IF WS-JOURNAL-EVENT-KIND NOT = "COUNTER "
                           OR WS-JOURNAL-EVENT-VALUE
                               >= JOURNAL-THRESHOLD(
                                   WS-JOURNAL-SCAN-INDEX)
                       PERFORM ADD-JOURNAL-ENTRY
                   END-IF
               END-IF
               ADD 1 TO WS-JOURNAL-SCAN-INDEX
           END-PERFORM.

       ADD-JOURNAL-ENTRY.
      *    A sentence already IN the journal is NOT added again -
      *    revisiting a SETFLAG scene OR raising a counter further
      *    past its threshold is still the SAME milestone.
           SET JOURNAL-ALREADY-KEPT TO FALSE
           MOVE 1 TO WS-JOURNAL-INDEX
           PERFORM UNTIL JOURNAL-ALREADY-KEPT
                   OR WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
               IF JOURNAL-ENTRY-TEXT(WS-JOURNAL-INDEX)
                       = JOURNAL-SENTENCE(WS-JOURNAL-SCAN-INDEX)
                   SET JOURNAL-ALREADY-KEPT TO TRUE
               ELSE
                   ADD 1 TO WS-JOURNAL-INDEX
               END-IF
           END-PERFORM

           IF NOT JOURNAL-ALREADY-KEPT
               IF WS-JOURNAL-COUNT = JOURNAL-ENTRY-CAPACITY
                   DISPLAY "JOURNAL IS FULL - THIS ENTRY WILL NOT BE "
                       "REMEMBERED."
               ELSE
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE WS-JOURNAL-EVENT-MOVE
                       TO JOURNAL-ENTRY-MOVE(WS-JOURNAL-COUNT)
                   MOVE JOURNAL-SENTENCE(WS-JOURNAL-SCAN-INDEX)
                       TO JOURNAL-ENTRY-TEXT(WS-JOURNAL-COUNT)
               END-IF
           END-IF.

       JOURNAL-ROUTINE.
      *    JOURNAL is a global command like STATUS AND INVENTORY -
      *    it does NOT count AS a move. Each entry goes through
      *    DISPLAY-GAME-LINE, so a long journal wraps AND pauses
      *    AT the MORE PROMPT like any other long screen.
           MOVE " " TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE.
           MOVE "===== JOURNAL =====" TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE.

           IF WS-JOURNAL-COUNT = 0
               MOVE "Nothing worth writing down has happened yet."
                   TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
           ELSE
               MOVE 1 TO WS-JOURNAL-INDEX
               PERFORM UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
                   MOVE JOURNAL-ENTRY-MOVE(WS-JOURNAL-INDEX)
                       TO WS-JOURNAL-MOVE-EDIT
                   MOVE SPACES TO WS-GAME-OUTPUT-TEXT
                   STRING "Move " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOURNAL-MOVE-EDIT)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(JOURNAL-ENTRY-TEXT(
                               WS-JOURNAL-INDEX) TRAILING)
                               DELIMITED BY SIZE
                       INTO WS-GAME-OUTPUT-TEXT
                   END-STRING
                   PERFORM DISPLAY-GAME-LINE
                   ADD 1 TO WS-JOURNAL-INDEX
               END-PERFORM
           END-IF.

           MOVE "===================" TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE.
           MOVE " " TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE.

       WRITE-JOURNAL-RECORDS.
      *    ONE "JOURNAL-<nn>=<move>/<sentence>" line PER entry, IN
      *    the order they were added. The sentence is read back BY
      *    position, NOT BY splitting ON "=", so it may carry any
      *    punctuation it likes.
           MOVE 1 TO WS-JOURNAL-INDEX

           PERFORM UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
               MOVE SPACES TO SAVE-RECORD
               STRING "JOURNAL-" DELIMITED BY SIZE
                       WS-JOURNAL-INDEX DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       JOURNAL-ENTRY-MOVE(WS-JOURNAL-INDEX)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       JOURNAL-ENTRY-TEXT(WS-JOURNAL-INDEX)
                           DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD
               ADD 1 TO WS-JOURNAL-INDEX
           END-PERFORM.
