       RESOLVE-TEXT-PLACEHOLDERS.
      *    Scene AND action lines may carry placeholders IN braces,
      *    resolved here against the live game state just before
      *    the line is shown OR matched:
      *      {NAME}                 the player's name
      *      {NAME|<text>}          the same, <text> IF unnamed
      *      {HEALTH}               current health
      *      {DIFFICULTY}           EASY / NORMAL / HARD
      *      {DIFFICULTY|<e>|<n>|<h>}   the author's own words
      *      {STAT:<counter>}       a stat counter's VALUE
      *      {FLAG:<flag>|<set>|<not set>}
      *      {ITEM:<item>|<carried>|<not carried>}
      *    Either variant OF a FLAG OR ITEM placeholder may be left
      *    empty. Variant text keeps its leading spaces AND loses
      *    its trailing ones, so "{ITEM:FOLDER| and the folder|}"
      *    reads naturally either way. Braces never nest AND never
      *    hold a "#" - the action splitter would cut the line
      *    there. Anything that is NOT a known placeholder is shown
      *    exactly AS written; DIALOGUE-CHECK AND STORY-AUDIT reject
      *    it before it ever reaches a player.
      *    Input IN WS-SUBST-SOURCE, result IN WS-SUBST-RESULT.
           MOVE 0 TO WS-SUBST-BRACE-COUNT
           INSPECT WS-SUBST-SOURCE TALLYING WS-SUBST-BRACE-COUNT
               FOR ALL "{"

      *    The common CASE - plain prose - costs ONE INSPECT.
           IF WS-SUBST-BRACE-COUNT = 0
               MOVE WS-SUBST-SOURCE TO WS-SUBST-RESULT
           ELSE
               MOVE SPACES TO WS-SUBST-RESULT
               MOVE 0 TO WS-SUBST-OUT-LENGTH
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SUBST-SOURCE TRAILING))
                   TO WS-SUBST-SOURCE-LENGTH
               MOVE 1 TO WS-SUBST-POS

               PERFORM UNTIL WS-SUBST-POS > WS-SUBST-SOURCE-LENGTH
                   IF WS-SUBST-SOURCE(WS-SUBST-POS:1) = "{"
                       PERFORM RESOLVE-ONE-PLACEHOLDER
                   ELSE
                       MOVE WS-SUBST-SOURCE(WS-SUBST-POS:1)
                           TO WS-SUBST-CHAR
                       PERFORM APPEND-SUBST-CHAR
                       ADD 1 TO WS-SUBST-POS
                   END-IF
               END-PERFORM
           END-IF.

       RESOLVE-ONE-PLACEHOLDER.
      *    WS-SUBST-POS is ON an opening brace. Finds its closing
      *    brace, resolves the token between them AND leaves
      *    WS-SUBST-POS just past the closing brace. An unclosed,
      *    empty OR oversized token is copied AS plain text.
           MOVE WS-SUBST-POS TO WS-SUBST-CLOSE-POS
           ADD 1 TO WS-SUBST-CLOSE-POS
           PERFORM UNTIL WS-SUBST-CLOSE-POS > WS-SUBST-SOURCE-LENGTH
                   OR WS-SUBST-SOURCE(WS-SUBST-CLOSE-POS:1) = "}"
               ADD 1 TO WS-SUBST-CLOSE-POS
           END-PERFORM

           SET SUBST-RESOLVED TO FALSE
           IF WS-SUBST-CLOSE-POS <= WS-SUBST-SOURCE-LENGTH
               COMPUTE WS-SUBST-TOKEN-LENGTH
                   = WS-SUBST-CLOSE-POS - WS-SUBST-POS - 1
               IF WS-SUBST-TOKEN-LENGTH > 0
                       AND WS-SUBST-TOKEN-LENGTH
                           <= LENGTH OF WS-SUBST-TOKEN
                   MOVE SPACES TO WS-SUBST-TOKEN
                   MOVE WS-SUBST-SOURCE(WS-SUBST-POS + 1:
                       WS-SUBST-TOKEN-LENGTH) TO WS-SUBST-TOKEN
                   PERFORM RESOLVE-PLACEHOLDER-TOKEN
               END-IF
           END-IF

           IF SUBST-RESOLVED
               PERFORM APPEND-SUBST-VALUE
               COMPUTE WS-SUBST-POS = WS-SUBST-CLOSE-POS + 1
           ELSE
               MOVE "{" TO WS-SUBST-CHAR
               PERFORM APPEND-SUBST-CHAR
               ADD 1 TO WS-SUBST-POS
           END-IF.

       RESOLVE-PLACEHOLDER-TOKEN.
      *    Splits "<KEY>:<argument>|<variant>|<variant>|<variant>"
      *    AND works OUT the replacement text INTO WS-SUBST-VALUE.
           MOVE SPACES TO WS-SUBST-KEY-PART
           MOVE SPACES TO WS-SUBST-VARIANT-1
           MOVE SPACES TO WS-SUBST-VARIANT-2
           MOVE SPACES TO WS-SUBST-VARIANT-3
           MOVE 0 TO WS-SUBST-VARIANT-COUNT
           UNSTRING WS-SUBST-TOKEN DELIMITED BY "|"
               INTO WS-SUBST-KEY-PART WS-SUBST-VARIANT-1
                   WS-SUBST-VARIANT-2 WS-SUBST-VARIANT-3
               TALLYING IN WS-SUBST-VARIANT-COUNT
           END-UNSTRING

           MOVE SPACES TO WS-SUBST-KEY
           MOVE SPACES TO WS-SUBST-ARG
           UNSTRING WS-SUBST-KEY-PART DELIMITED BY ":"
               INTO WS-SUBST-KEY WS-SUBST-ARG
           END-UNSTRING

           MOVE SPACES TO WS-SUBST-VALUE
           EVALUATE TRUE
               WHEN WS-SUBST-KEY = "NAME" AND WS-SUBST-ARG = SPACES
                   IF WS-PLAYER-NAME = SPACES
                       MOVE WS-SUBST-VARIANT-1 TO WS-SUBST-VALUE
                   ELSE
                       MOVE WS-PLAYER-NAME TO WS-SUBST-VALUE
                   END-IF
                   SET SUBST-RESOLVED TO TRUE
               WHEN WS-SUBST-KEY = "HEALTH" AND WS-SUBST-ARG = SPACES
                   MOVE WS-PLAYER-HEALTH TO WS-SUBST-NUMBER-EDIT
                   MOVE FUNCTION TRIM(WS-SUBST-NUMBER-EDIT)
                       TO WS-SUBST-VALUE
                   SET SUBST-RESOLVED TO TRUE
               WHEN WS-SUBST-KEY = "DIFFICULTY"
                       AND WS-SUBST-ARG = SPACES
                   PERFORM RESOLVE-DIFFICULTY-WORD
                   SET SUBST-RESOLVED TO TRUE
               WHEN WS-SUBST-KEY = "STAT" AND WS-SUBST-ARG NOT = SPACES
                   MOVE WS-SUBST-ARG TO WS-COUNTER-NAME-ARG
                   PERFORM GET-STAT-COUNTER
                   MOVE WS-COUNTER-RESULT TO WS-SUBST-NUMBER-EDIT
                   MOVE FUNCTION TRIM(WS-SUBST-NUMBER-EDIT)
                       TO WS-SUBST-VALUE
                   SET SUBST-RESOLVED TO TRUE
               WHEN WS-SUBST-KEY = "FLAG" AND WS-SUBST-ARG NOT = SPACES
                   MOVE WS-SUBST-ARG TO WS-TASK-FLAG-NAME-ARG
                   PERFORM GET-TASK-FLAG
                   IF WS-TASK-FLAG-RESULT = 'Y'
                       MOVE WS-SUBST-VARIANT-1 TO WS-SUBST-VALUE
                   ELSE
                       MOVE WS-SUBST-VARIANT-2 TO WS-SUBST-VALUE
                   END-IF
                   SET SUBST-RESOLVED TO TRUE
               WHEN WS-SUBST-KEY = "ITEM" AND WS-SUBST-ARG NOT = SPACES
                   MOVE WS-SUBST-ARG TO WS-INVENTORY-ITEM-ARG
                   PERFORM FIND-INVENTORY-ITEM
                   IF INVENTORY-ITEM-FOUND
                       MOVE WS-SUBST-VARIANT-1 TO WS-SUBST-VALUE
                   ELSE
                       MOVE WS-SUBST-VARIANT-2 TO WS-SUBST-VALUE
                   END-IF
                   SET SUBST-RESOLVED TO TRUE
               WHEN OTHER
                   SET SUBST-RESOLVED TO FALSE
           END-EVALUATE.

       RESOLVE-DIFFICULTY-WORD.
      *    The same three words GAME shows ON its profile screen,
      *    unless the line supplies its OWN - a translated story
      *    names the levels IN its OWN language.
           IF WS-SUBST-VARIANT-COUNT > 1
               EVALUATE WS-DIFFICULTY
                   WHEN "E"
                       MOVE WS-SUBST-VARIANT-1 TO WS-SUBST-VALUE
                   WHEN "H"
                       MOVE WS-SUBST-VARIANT-3 TO WS-SUBST-VALUE
                   WHEN OTHER
                       MOVE WS-SUBST-VARIANT-2 TO WS-SUBST-VALUE
               END-EVALUATE
           ELSE
               EVALUATE WS-DIFFICULTY
                   WHEN "E"
                       MOVE "EASY" TO WS-SUBST-VALUE
                   WHEN "H"
                       MOVE "HARD" TO WS-SUBST-VALUE
                   WHEN OTHER
                       MOVE "NORMAL" TO WS-SUBST-VALUE
               END-EVALUATE
           END-IF.

       APPEND-SUBST-VALUE.
      *    Copies the replacement up TO its last non-blank
      *    character. An empty variant simply adds nothing.
           IF WS-SUBST-VALUE NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SUBST-VALUE TRAILING))
                   TO WS-SUBST-VALUE-LENGTH
               MOVE 1 TO WS-SUBST-VALUE-POS
               PERFORM UNTIL WS-SUBST-VALUE-POS > WS-SUBST-VALUE-LENGTH
                   MOVE WS-SUBST-VALUE(WS-SUBST-VALUE-POS:1)
                       TO WS-SUBST-CHAR
                   PERFORM APPEND-SUBST-CHAR
                   ADD 1 TO WS-SUBST-VALUE-POS
               END-PERFORM
           END-IF.

       APPEND-SUBST-CHAR.
      *    A line that grows past the record width is cut there,
      *    the SAME way an over-long DIALOGUE line always was.
           IF WS-SUBST-OUT-LENGTH < LENGTH OF WS-SUBST-RESULT
               ADD 1 TO WS-SUBST-OUT-LENGTH
               MOVE WS-SUBST-CHAR
                   TO WS-SUBST-RESULT(WS-SUBST-OUT-LENGTH:1)
           END-IF.
