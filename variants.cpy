       APPLY-PLAYER-VARIANT.
      *    Called BY READ-SAVE-IMAGE once the save's tags are IN,
      *    before any chapter rebuild. A save WITH no VARIANT TAG
      *    plays the menu language AS always. An assigned variant
      *    plays its OWN FILE, built FROM the menu language's base
      *    name AND the variant's suffix; a variant missing FROM
      *    variants.txt, OR whose FILE is NOT there, falls back TO
      *    the standard story - announced, never silent - AND its
      *    LOG lines go unstamped so the report never credits the
      *    variant WITH a run it did NOT play. A chapter-tagged save
      *    already names the variant's OWN chapter FILE, so only
      *    the stamp is set AND the chapter block does the REST.
           MOVE SPACES TO WS-ACTIVE-VARIANT

           IF WS-PLAYER-VARIANT NOT = SPACES
               PERFORM FIND-PLAYER-VARIANT
               IF NOT VARIANT-FOUND
                   DISPLAY "Story variant "
                       FUNCTION TRIM(WS-PLAYER-VARIANT)
                       " is not defined - playing the standard story."
               ELSE
                   PERFORM BUILD-VARIANT-PATH
                   OPEN INPUT VARIANT-STORY-FILE
                   IF WS-VARIANT-STORY-STATUS NOT = "00"
                       DISPLAY "Story variant "
                           FUNCTION TRIM(WS-PLAYER-VARIANT)
                           " has no file "
                           FUNCTION TRIM(WS-VARIANT-PATH)
                           " - playing the standard story."
                   ELSE
                       CLOSE VARIANT-STORY-FILE
                       MOVE WS-PLAYER-VARIANT TO WS-ACTIVE-VARIANT
                       IF WS-SAVE-CHAPTER-PATH = SPACES
                               AND WS-VARIANT-PATH
                                   NOT = WS-DIALOGUE-FILE-PATH
                           MOVE WS-VARIANT-PATH
                               TO WS-DIALOGUE-FILE-PATH
                           PERFORM INITIALIZE-WORLD-TABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-PLAYER-VARIANT.
      *    VARIANT lines give a name (cols 10-17) AND a FILE suffix
      *    (cols 19-26) - see variants.txt. A blank suffix is the
      *    shipped story itself. A missing FILE defines nothing.
           SET VARIANT-FOUND TO FALSE
           MOVE SPACES TO WS-VARIANT-SUFFIX
           SET EOF-VARIANT-REACHED TO FALSE

           OPEN INPUT VARIANT-FILE
           IF WS-VARIANT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-VARIANT-REACHED
                   READ VARIANT-FILE
                       AT END
                           SET EOF-VARIANT-REACHED TO TRUE
                       NOT AT END
                           IF VARIANT-RECORD(1:8) = "VARIANT "
                                   AND VARIANT-RECORD(10:8)
                                       = WS-PLAYER-VARIANT
                                   AND NOT VARIANT-FOUND
                               SET VARIANT-FOUND TO TRUE
                               MOVE VARIANT-RECORD(19:8)
                                   TO WS-VARIANT-SUFFIX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANT-FILE
           END-IF.

       BUILD-VARIANT-PATH.
      *    The variant's FILE sits beside the menu language's OWN,
      *    its base name carrying the suffix - the companion files
      *    follow that base name the way they always have.
           MOVE SPACES TO WS-VARIANT-BASE
           MOVE SPACES TO WS-VARIANT-EXTENSION
           UNSTRING WS-MENU-DIALOGUE-PATH DELIMITED BY "."
               INTO WS-VARIANT-BASE WS-VARIANT-EXTENSION
           END-UNSTRING

           MOVE SPACES TO WS-VARIANT-PATH
           STRING FUNCTION TRIM(WS-VARIANT-BASE) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VARIANT-SUFFIX) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VARIANT-EXTENSION)
                       DELIMITED BY SIZE
               INTO WS-VARIANT-PATH
           END-STRING.

       STAMP-LOG-VARIANT.
      *    Every play LOG line carries the variant actually being
      *    played, past the longest action text: "VARIANT=" IN
      *    cols 117-124 AND the name IN cols 125-132. A run ON the
      *    standard story leaves them blank, AS every LOG did
      *    before variants.
           IF WS-ACTIVE-VARIANT NOT = SPACES
               MOVE "VARIANT=" TO PLAY-LOG-RECORD(117:8)
               MOVE WS-ACTIVE-VARIANT TO PLAY-LOG-RECORD(125:8)
           END-IF.
