       LOAD-SYNONYM-LINES.
      *    The synonym FILE shares the DIALOGUE FILE's base name
      *    WITH a .syn extension - dialogue.txt pairs WITH
      *    dialogue.syn - so each language maps the words ITS
      *    players type ONTO ITS OWN labels. Fixed columns, AS
      *    documented AT SYNONYM-LINES; '*' AND blank lines are
      *    comments. A story WITH no synonym FILE matches labels
      *    exactly AS it always did.
           MOVE SPACES TO WS-RULES-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-RULES-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-SYNONYM-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".syn" DELIMITED BY SIZE
               INTO WS-SYNONYM-FILE-PATH
           END-STRING

           MOVE 0 TO WS-SYNONYM-COUNT
           SET EOF-SYNONYM-REACHED TO FALSE

           OPEN INPUT SYNONYM-FILE
           IF WS-SYNONYM-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SYNONYM-REACHED
                   READ SYNONYM-FILE
                       AT END
                           SET EOF-SYNONYM-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SYNONYM-LINE
                   END-READ
               END-PERFORM
               CLOSE SYNONYM-FILE
           END-IF.

       LOAD-ONE-SYNONYM-LINE.
      *    A VERB must name the label VERB it stands FOR; a NOUN
      *    may leave it blank TO mark a filler word.
           IF SYNONYM-RECORD(1:1) = "*" OR SYNONYM-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-SYNONYM-COUNT = SYNONYM-TABLE-CAPACITY
                   DISPLAY "SYNONYM FILE HOLDS MORE THAN "
                       SYNONYM-TABLE-CAPACITY " LINES - EXTRA "
                       "SYNONYMS ARE BEING IGNORED."
                   SET EOF-SYNONYM-REACHED TO TRUE
               ELSE
                   IF (SYNONYM-RECORD(1:4) NOT = "VERB"
                           AND SYNONYM-RECORD(1:4) NOT = "NOUN")
                           OR SYNONYM-RECORD(6:20) = SPACES
                           OR (SYNONYM-RECORD(1:4) = "VERB"
                           AND SYNONYM-RECORD(27:20) = SPACES)
                       DISPLAY "MALFORMED SYNONYM LINE SKIPPED: "
                           FUNCTION TRIM(SYNONYM-RECORD)
                   ELSE
                       ADD 1 TO WS-SYNONYM-COUNT
                       MOVE SYNONYM-RECORD(1:4)
                           TO SYNONYM-KIND(WS-SYNONYM-COUNT)
                       MOVE FUNCTION TRIM(SYNONYM-RECORD(6:20))
                           TO SYNONYM-WORD(WS-SYNONYM-COUNT)
                       MOVE FUNCTION TRIM(SYNONYM-RECORD(27:20))
                           TO SYNONYM-CANONICAL(WS-SYNONYM-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-WITH-SYNONYMS.
      *    Second chance FOR a command CHECK-ACTION-VALIDITY could
      *    NOT match AS typed: the VERB phrase AND the NOUN words
      *    are mapped through the synonym TABLE AND the result is
      *    matched against the labels the SAME way. A mapped
      *    command is only accepted WHEN it points AT exactly ONE
      *    label - a synonym must never make the engine guess, so
      *    a word listed FOR two different label words, OR a
      *    rewritten command that fits two different actions, is
      *    refused WITH its OWN message.
           SET SYN-COMMAND-CHANGED TO FALSE
           SET SYN-AMBIGUOUS TO FALSE
           MOVE FUNCTION TRIM(USER-INPUT) TO WS-INPUT-TRIMMED

           PERFORM MAP-COMMAND-VERB
           PERFORM MAP-COMMAND-NOUN

           IF SYN-AMBIGUOUS
               MOVE "THAT WORD COULD MEAN MORE THAN ONE THING HERE."
                   TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
               SET ACTION-REQ-MET TO FALSE
           ELSE
               IF SYN-COMMAND-CHANGED
                   PERFORM COUNT-SYNONYM-MATCHES
                   EVALUATE TRUE
                       WHEN WS-SYN-MATCH-COUNT = 0
                           CONTINUE
                       WHEN WS-SYN-MATCH-COUNT = 1
                           PERFORM ACCEPT-SYNONYM-MATCH
                       WHEN OTHER
                           MOVE "WHICH ONE? BE MORE SPECIFIC."
                               TO WS-GAME-OUTPUT-TEXT
                           PERFORM DISPLAY-GAME-LINE
                           SET ACTION-REQ-MET TO FALSE
                   END-EVALUATE
               END-IF
           END-IF.

       MAP-COMMAND-VERB.
      *    The longest VERB phrase the command starts WITH wins, so
      *    "LOOK AT" is preferred over a plain "LOOK". With no VERB
      *    synonym the first word stands AS typed.
           MOVE 0 TO WS-SYN-BEST-LENGTH
           MOVE SPACES TO WS-SYN-VERB
           MOVE SPACES TO WS-SYN-REST

           PERFORM VARYING WS-SYNONYM-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SYNONYM-SCAN-INDEX > WS-SYNONYM-COUNT
               IF SYNONYM-KIND(WS-SYNONYM-SCAN-INDEX) = "VERB"
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       SYNONYM-WORD(WS-SYNONYM-SCAN-INDEX)))
                       TO WS-SYN-WORD-LENGTH
                   IF WS-INPUT-TRIMMED(1:WS-SYN-WORD-LENGTH)
                           = SYNONYM-WORD(WS-SYNONYM-SCAN-INDEX)
                               (1:WS-SYN-WORD-LENGTH)
                           AND WS-INPUT-TRIMMED(
                               WS-SYN-WORD-LENGTH + 1:1) = SPACE
                       IF WS-SYN-WORD-LENGTH > WS-SYN-BEST-LENGTH
                           MOVE WS-SYN-WORD-LENGTH
                               TO WS-SYN-BEST-LENGTH
                           MOVE SYNONYM-CANONICAL(
                               WS-SYNONYM-SCAN-INDEX) TO WS-SYN-VERB
                           SET SYN-AMBIGUOUS TO FALSE
                       ELSE
                           IF WS-SYN-WORD-LENGTH = WS-SYN-BEST-LENGTH
                                   AND SYNONYM-CANONICAL(
                                       WS-SYNONYM-SCAN-INDEX)
                                       NOT = WS-SYN-VERB
                               SET SYN-AMBIGUOUS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SYN-BEST-LENGTH > 0
               SET SYN-COMMAND-CHANGED TO TRUE
               MOVE FUNCTION TRIM(
                   WS-INPUT-TRIMMED(WS-SYN-BEST-LENGTH + 1:))
                   TO WS-SYN-REST
           ELSE
               MOVE 1 TO WS-SYN-POINTER
               UNSTRING WS-INPUT-TRIMMED DELIMITED BY SPACE
                   INTO WS-SYN-VERB
                   WITH POINTER WS-SYN-POINTER
               END-UNSTRING
               IF WS-SYN-POINTER <= LENGTH OF WS-INPUT-TRIMMED
                   MOVE FUNCTION TRIM(
                       WS-INPUT-TRIMMED(WS-SYN-POINTER:))
                       TO WS-SYN-REST
               END-IF
           END-IF.

       MAP-COMMAND-NOUN.
      *    The whole NOUN phrase is looked up first ("CARD READER"
      *    -> "PUNCH CARD READER"); failing that, each word is
      *    mapped ON its OWN AND filler words are dropped.
           MOVE SPACES TO WS-SYN-NOUN
           MOVE "NOUN" TO WS-SYN-LOOKUP-KIND

           IF WS-SYN-REST NOT = SPACES
               MOVE WS-SYN-REST TO WS-SYN-WORD
               PERFORM LOOKUP-SYNONYM-WORD
               IF SYN-WORD-FOUND
                   SET SYN-COMMAND-CHANGED TO TRUE
                   MOVE WS-SYN-MAPPED-WORD TO WS-SYN-NOUN
               ELSE
                   MOVE 1 TO WS-SYN-POINTER
                   MOVE 1 TO WS-SYN-NOUN-POINTER
                   PERFORM UNTIL WS-SYN-POINTER > LENGTH OF WS-SYN-REST
                       MOVE SPACES TO WS-SYN-WORD
                       UNSTRING WS-SYN-REST DELIMITED BY ALL SPACE
                           INTO WS-SYN-WORD
                           WITH POINTER WS-SYN-POINTER
                       END-UNSTRING
                       IF WS-SYN-WORD NOT = SPACES
                           PERFORM MAP-ONE-NOUN-WORD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       MAP-ONE-NOUN-WORD.
           PERFORM LOOKUP-SYNONYM-WORD
           IF SYN-WORD-FOUND
               SET SYN-COMMAND-CHANGED TO TRUE
               MOVE WS-SYN-MAPPED-WORD TO WS-SYN-WORD
           END-IF

           IF WS-SYN-WORD NOT = SPACES
               IF WS-SYN-NOUN-POINTER > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-SYN-NOUN
                       WITH POINTER WS-SYN-NOUN-POINTER
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-SYN-WORD) DELIMITED BY SIZE
                   INTO WS-SYN-NOUN
                   WITH POINTER WS-SYN-NOUN-POINTER
               END-STRING
           END-IF.

       LOOKUP-SYNONYM-WORD.
      *    Looks WS-SYN-WORD up among the WS-SYN-LOOKUP-KIND
      *    entries. Leaves SYN-WORD-FOUND AND the label word IN
      *    WS-SYN-MAPPED-WORD; a second entry FOR the SAME word
      *    naming a different label word marks the command
      *    ambiguous.
           SET SYN-WORD-FOUND TO FALSE
           MOVE SPACES TO WS-SYN-MAPPED-WORD

           PERFORM VARYING WS-SYNONYM-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SYNONYM-SCAN-INDEX > WS-SYNONYM-COUNT
               IF SYNONYM-KIND(WS-SYNONYM-SCAN-INDEX)
                       = WS-SYN-LOOKUP-KIND
                       AND SYNONYM-WORD(WS-SYNONYM-SCAN-INDEX)
                           = WS-SYN-WORD
                   IF SYN-WORD-FOUND
                       IF SYNONYM-CANONICAL(WS-SYNONYM-SCAN-INDEX)
                               NOT = WS-SYN-MAPPED-WORD
                           SET SYN-AMBIGUOUS TO TRUE
                       END-IF
                   ELSE
                       SET SYN-WORD-FOUND TO TRUE
                       MOVE SYNONYM-CANONICAL(WS-SYNONYM-SCAN-INDEX)
                           TO WS-SYN-MAPPED-WORD
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-SYNONYM-MATCHES.
      *    The rewritten command against every label, the SAME
      *    whole-label OR VERB-plus-NOUN-words test
      *    CHECK-ACTION-VALIDITY applies. Several actions sharing
      *    ONE label (told apart BY their ITEM/ requirement) count
      *    AS ONE match.
           MOVE WS-SYN-VERB TO WS-INPUT-VERB
           MOVE WS-SYN-NOUN TO WS-INPUT-NOUN
           MOVE SPACES TO WS-INPUT-TRIMMED
           STRING FUNCTION TRIM(WS-SYN-VERB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SYN-NOUN) DELIMITED BY SIZE
               INTO WS-INPUT-TRIMMED
           END-STRING

           MOVE 0 TO WS-SYN-MATCH-COUNT
           MOVE SPACES TO WS-SYN-FIRST-LABEL

           PERFORM VARYING WS-ACTION-INDEX FROM 1 BY 1
                   UNTIL WS-ACTION-INDEX = CURRENT-ACTION-COUNTER
               PERFORM SPLIT-ACTION-ENTRY
               PERFORM SPLIT-LABEL-VERB-NOUN
               MOVE 0 TO WS-NOUN-MATCH-COUNT

               IF FUNCTION TRIM(WS-INPUT-TRIMMED) =
                       FUNCTION TRIM(WS-ACTION-LABEL)
                   MOVE 1 TO WS-NOUN-MATCH-COUNT
               ELSE
                   IF FUNCTION TRIM(WS-INPUT-VERB) =
                           FUNCTION TRIM(WS-LABEL-VERB)
                           AND WS-INPUT-NOUN NOT = SPACES
                       INSPECT WS-LABEL-NOUN TALLYING
                           WS-NOUN-MATCH-COUNT
                           FOR ALL FUNCTION TRIM(WS-INPUT-NOUN)
                   END-IF
               END-IF

               IF WS-NOUN-MATCH-COUNT > 0
                   IF WS-SYN-MATCH-COUNT = 0
                       MOVE 1 TO WS-SYN-MATCH-COUNT
                       MOVE WS-ACTION-LABEL TO WS-SYN-FIRST-LABEL
                   ELSE
                       IF FUNCTION TRIM(WS-ACTION-LABEL)
                               NOT = FUNCTION TRIM(WS-SYN-FIRST-LABEL)
                           ADD 1 TO WS-SYN-MATCH-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-SYNONYM-MATCH.
      *    Exactly ONE label fits - take it through
      *    ACCEPT-MATCHED-ACTION the way a typed-out label would
      *    be, trying each action that carries it IN turn.
           MOVE 1 TO WS-ACTION-INDEX
           PERFORM UNTIL ACTION-VALID
                   OR WS-ACTION-INDEX = CURRENT-ACTION-COUNTER
               PERFORM SPLIT-ACTION-ENTRY
               IF FUNCTION TRIM(WS-ACTION-LABEL)
                       = FUNCTION TRIM(WS-SYN-FIRST-LABEL)
                   PERFORM ACCEPT-MATCHED-ACTION
               END-IF
               IF NOT ACTION-VALID
                   ADD 1 TO WS-ACTION-INDEX
               END-IF
           END-PERFORM.
