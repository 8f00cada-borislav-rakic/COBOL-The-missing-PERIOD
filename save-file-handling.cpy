      *    gameN.bak, so ONE bad WRITE no longer costs the whole
      *    run. The fallback is announced, never silent.
           SET LOADED-FROM-BACKUP TO FALSE
           SET SAVE-ENTRY-REMOVED TO FALSE
           SET SAVE-RELOCATED TO FALSE

           PERFORM READ-SAVE-IMAGE
           MOVE WS-SAVE-FILE-STATUS TO WS-PRIMARY-OPEN-STATUS

      *    A save refused because its scene is gone FROM the story
      *    is NOT unreadable - falling back a generation would hand
      *    the player older progress under the wrong message, so
      *    the refusal below is what they see instead.
           IF NOT SAVE-VERSION-OK AND NOT SAVE-ENTRY-REMOVED
      *        The first attempt MAY have chased a corrupt save's
      *        CHAPTER OR VARIANT TAG AND rebuilt the world onto
      *        that FILE before the validity checks refused it. The
      *        backup generation CAN predate the chapter break, so
      *        it must be read against the menu-selected language
      *        FILE - the SAME state the first attempt started FROM.
                   DISPLAY "The save in this slot was unreadable - "
                       "restored the previous save generation."
               END-IF
               IF SAVE-RELOCATED
                   DISPLAY "This save was made under an earlier build "
                       "of the story - your place has been carried "
                       "over."
               END-IF
               IF WS-PLAYER-NAME NOT = SPACES
                   DISPLAY "Welcome back, "
                       FUNCTION TRIM(WS-PLAYER-NAME) "!"
                   SET GAME-OVER-PENDING TO FALSE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN SAVE-ENTRY-REMOVED
                       DISPLAY "The scene this save was made in no "
                           "longer exists in the current story."
                       DISPLAY "Please start a New Game."
                   WHEN WS-PRIMARY-OPEN-STATUS NOT = "00"
                       DISPLAY "No save found in this slot yet."
                       DISPLAY "Please start a New Game."
                   WHEN OTHER
                       DISPLAY "This save is unreadable, or was "
                           "created by an incompatible version of "
                           "the game."
                       DISPLAY "Please start a New Game."
               END-EVALUATE
           END-IF.

           DISPLAY " ".
           MOVE 0 TO WS-MOVE-COUNT
           MOVE ZEROS TO RULE-FIRED-MOVES
           MOVE ZEROS TO WS-PENDING-RULE-MOVES
           MOVE SPACES TO WS-PENDING-RULE-KEYS
           MOVE 0 TO WS-HINT-USED-ROWS
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE 0 TO WS-PLACEMENT-COUNT
           SET PLACEMENTS-READY TO FALSE
           MOVE SPACES TO WS-PLAYER-NAME
           MOVE 'N' TO WS-DIFFICULTY
           SET GAME-OVER-PENDING TO FALSE
           MOVE 0 TO WS-UNDO-COUNT
           SET CONDITIONS-SKIP-PENDING TO FALSE
           MOVE SPACES TO WS-SAVE-CHAPTER-PATH
           MOVE SPACES TO WS-SAVE-BUILD-STAMP
           MOVE SPACES TO WS-PLAYER-VARIANT
           SET CHAPTER-ACTIVE TO FALSE

      *    Seeded TO values every CHECK below always rejects, so a
               CLOSE SAVE-FILE
           END-IF.

      *    A player assigned a story variant plays that variant's
      *    FILE instead OF the menu language's OWN - see
      *    APPLY-PLAYER-VARIANT.
           PERFORM APPLY-PLAYER-VARIANT

      *    Only a save that crossed a CHAPTER break carries the TAG
      *    (see CHAPTER-TRANSITION), so a chapter-one save leaves
      *    the language the player just picked AT the menu alone -
               END-IF
           END-IF

      *    A save stamped BY an earlier story build (OR BY none AT
      *    all) is carried through the entry map before anything
      *    below measures its position - see RELOCATE-SAVED-STATE.
           IF SAVE-VERSION-OK
               PERFORM RELOCATE-SAVED-STATE
           END-IF

      *    A fresh run, OR a save FROM before the world kept its
      *    items' whereabouts, has its items laid OUT now - against
      *    the story (AND chapter) it actually resumes IN, AND
      *    after the relocation above, since seeded entries already
      *    belong TO the current build.
           IF NOT PLACEMENTS-READY
               PERFORM SEED-ITEM-PLACEMENTS
           END-IF

      *    Only now, WITH the world (AND so the rules TABLE) final,
      *    CAN the fired-clock marks read OFF the save land - the
      *    chapter rebuild above reloads the rules AND would have
                   MOVE WS-SAVE-VALUE TO WS-PLAYER-HEALTH
               WHEN "CHAPTER"
                   MOVE WS-SAVE-VALUE(1:20) TO WS-SAVE-CHAPTER-PATH
               WHEN "BUILD"
                   MOVE WS-SAVE-VALUE(1:14) TO WS-SAVE-BUILD-STAMP
               WHEN "VARIANT"
                   MOVE WS-SAVE-VALUE(1:8) TO WS-PLAYER-VARIANT
               WHEN "GAME-OVER"
                   IF FUNCTION TRIM(WS-SAVE-VALUE) = "Y"
                       SET GAME-OVER-PENDING TO TRUE
                                   WS-HINT-USED-ROWS)
                       END-IF
                   END-IF
      *            "JOURNAL-<nn>=<move>/<sentence>" - ONE entry OF
      *            the player's journal, IN the order written. The
      *            sentence is taken BY position straight OFF the
      *            line, since it may itself contain an "=".
                   IF WS-SAVE-TAG(1:8) = "JOURNAL-"
                           AND WS-SAVE-TAG(9:2) NUMERIC
                           AND SAVE-RECORD(12:5) NUMERIC
                           AND SAVE-RECORD(17:1) = "/"
                       IF WS-JOURNAL-COUNT < JOURNAL-ENTRY-CAPACITY
                           ADD 1 TO WS-JOURNAL-COUNT
                           MOVE SAVE-RECORD(12:5)
                               TO JOURNAL-ENTRY-MOVE(
                                   WS-JOURNAL-COUNT)
                           MOVE SAVE-RECORD(18:80)
                               TO JOURNAL-ENTRY-TEXT(
                                   WS-JOURNAL-COUNT)
                       END-IF
                   END-IF
      *            "RULEMOVE-<nn>=<move>/<type>/<dest>/<flag>" -
      *            which clocks already fired, staged FOR after any
      *            chapter rebuild. The rule's identity after the
      *            move is absent FROM older saves.
      *            "PLACEMENTS=<count>" heads the world's loose items,
      *            each a "PLACED-<nn>=<entry>/<item>" line.
                   IF FUNCTION TRIM(WS-SAVE-TAG) = "PLACEMENTS"
                       SET PLACEMENTS-READY TO TRUE
                   END-IF
                   IF WS-SAVE-TAG(1:7) = "PLACED-"
                           AND WS-SAVE-TAG(8:2) NUMERIC
                           AND WS-SAVE-VALUE(1:3) NUMERIC
                           AND WS-SAVE-VALUE(4:1) = "/"
                           AND WS-SAVE-VALUE(5:25) NOT = SPACES
                       MOVE WS-SAVE-VALUE(1:3)
                           TO WS-PLACEMENT-ENTRY-ARG
                       MOVE WS-SAVE-VALUE(5:25)
                           TO WS-INVENTORY-ITEM-ARG
                       PERFORM ADD-PLACEMENT
                   END-IF
                   IF WS-SAVE-TAG(1:9) = "RULEMOVE-"
                           AND WS-SAVE-TAG(10:2) NUMERIC
                           AND WS-SAVE-VALUE(1:5) NUMERIC
                           MOVE WS-SAVE-VALUE(1:5)
                               TO WS-PENDING-RULE-MOVE(
                                   WS-RULEMOVE-INDEX)
                           PERFORM LOAD-RULEMOVE-IDENTITY
                       END-IF
                   END-IF
           END-EVALUATE.

           ADD 1 TO WS-SAVE-RECORD-COUNT.

       LOAD-RULEMOVE-IDENTITY.
           MOVE SPACES TO WS-RULEMOVE-MOVES-TEXT
           MOVE SPACES TO WS-RULEMOVE-TYPE-TEXT
           MOVE SPACES TO WS-RULEMOVE-DEST-TEXT
           MOVE SPACES TO WS-RULEMOVE-FLAG-TEXT
           UNSTRING WS-SAVE-VALUE DELIMITED BY "/"
               INTO WS-RULEMOVE-MOVES-TEXT WS-RULEMOVE-TYPE-TEXT
                   WS-RULEMOVE-DEST-TEXT WS-RULEMOVE-FLAG-TEXT
           END-UNSTRING
           IF WS-RULEMOVE-TYPE-TEXT NOT = SPACES
                   AND WS-RULEMOVE-DEST-TEXT NUMERIC
               MOVE WS-RULEMOVE-TYPE-TEXT
                   TO WS-PENDING-RULE-TYPE(WS-RULEMOVE-INDEX)
               MOVE WS-RULEMOVE-DEST-TEXT
                   TO WS-PENDING-RULE-DEST(WS-RULEMOVE-INDEX)
               MOVE WS-RULEMOVE-FLAG-TEXT
                   TO WS-PENDING-RULE-FLAG(WS-RULEMOVE-INDEX)
           END-IF.

       NEW-GAME-ROUTINE.
      *    A NEW game wipes the slot's progress but NOT its profile -
      *    name, difficulty AND story variant belong TO the player,
      *    NOT the run, so they are read back OFF the old save first
      *    AND written INTO the fresh one. A fresh run starts IN
      *    chapter ONE. A scripted run always plays the standard
      *    story its golden transcript was recorded against.
           SET CHAPTER-ACTIVE TO FALSE
           PERFORM READ-SLOT-PROFILE
           IF SCRIPT-MODE
               MOVE SPACES TO WS-PLAYER-VARIANT
           END-IF
           MOVE 0 TO WS-TASK-FLAG-COUNT
           MOVE 0 TO WS-INVENTORY-COUNT
           MOVE 0 TO WS-STAT-COUNTER-COUNT
           MOVE 0 TO WS-MOVE-COUNT
           MOVE ZEROS TO RULE-FIRED-MOVES
           MOVE 0 TO WS-HINT-USED-ROWS
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE 0 TO WS-PLACEMENT-COUNT
           SET PLACEMENTS-READY TO FALSE
           MOVE PLAYER-HEALTH-MAXIMUM TO WS-PLAYER-HEALTH
           MOVE 1 TO CURRENT-DIALOGUE-INDEX

           OPEN OUTPUT PLAY-LOG-FILE.
           CLOSE PLAY-LOG-FILE.

      *    The emptied LOG has NOT yet been told its build.
           SET BUILD-STAMP-LOGGED TO FALSE.

       SAVE-QUIT-LOGIC.
           PERFORM COMMIT-SAVE-FILE.


           PERFORM WRITE-HINT-RECORDS.

           PERFORM WRITE-JOURNAL-RECORDS.

           PERFORM WRITE-PLACEMENT-RECORDS.

           MOVE SPACES TO SAVE-RECORD
           STRING "HEALTH=" DELIMITED BY SIZE
                   WS-PLAYER-HEALTH DELIMITED BY SIZE
               WRITE SAVE-RECORD
           END-IF.

      *    The story build the save's entry numbers belong TO - a
      *    story never run through STORY-BUILD has none.
           IF WS-BUILD-STAMP NOT = SPACES
               MOVE SPACES TO SAVE-RECORD
               STRING "BUILD=" DELIMITED BY SIZE
                       WS-BUILD-STAMP DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD
           END-IF.

      *    The story variant the player was assigned, whether OR
      *    NOT its files were there TO play this time.
           IF WS-PLAYER-VARIANT NOT = SPACES
               MOVE SPACES TO SAVE-RECORD
               STRING "VARIANT=" DELIMITED BY SIZE
                       WS-PLAYER-VARIANT DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD
           END-IF.

      *    The SAVED-AT stamp is FOR the slot directory ONLY - the
      *    loader skips it like any other unknown TAG, so older
      *    saves without ONE still load.
      *    RECORDCOUNT counts every line written above IT: VERSION,
      *    TWO PER TASK flag (TASKFLAG- AND FLAGAT-), ONE PER
      *    carried item, ONE PER stat counter, MOVECOUNT, ONE PER
      *    fired clock rule, ONE PER hinted scene, ONE PER journal
      *    entry, PLAYER-NAME, DIFFICULTY, HEALTH,
      *    DIALOGUE-INDEX, SAVED-AT, AND the CHAPTER, BUILD, VARIANT,
      *    GAME-OVER AND PLACEMENTS lines WHEN present - the last
      *    followed BY ONE line PER placed item.
           COMPUTE WS-SAVE-WRITE-COUNT
               = WS-TASK-FLAG-COUNT * 2 + WS-INVENTORY-COUNT
               + WS-STAT-COUNTER-COUNT + WS-FIRED-RULE-COUNT
               + WS-HINT-USED-ROWS + WS-JOURNAL-COUNT + 7
           IF CHAPTER-ACTIVE
               ADD 1 TO WS-SAVE-WRITE-COUNT
           END-IF
           IF WS-BUILD-STAMP NOT = SPACES
               ADD 1 TO WS-SAVE-WRITE-COUNT
           END-IF
           IF WS-PLAYER-VARIANT NOT = SPACES
               ADD 1 TO WS-SAVE-WRITE-COUNT
           END-IF
           IF GAME-OVER-PENDING
               ADD 1 TO WS-SAVE-WRITE-COUNT
           END-IF
           IF PLACEMENTS-READY
               COMPUTE WS-SAVE-WRITE-COUNT
                   = WS-SAVE-WRITE-COUNT + WS-PLACEMENT-COUNT + 1
           END-IF

           MOVE SPACES TO SAVE-RECORD
           STRING "RECORDCOUNT=" DELIMITED BY SIZE
      *    need TO resume mid-countdown: MOVECOUNT itself, ONE
      *    FLAGAT- line PER TASK flag (where the clock stood WHEN it
      *    went up), AND ONE RULEMOVE- line PER clock rule that has
      *    already fired - carrying the rule's type, pass
      *    destination AND flag so a later story build CAN still
      *    tell which rule it was.
           MOVE SPACES TO SAVE-RECORD
           STRING "MOVECOUNT=" DELIMITED BY SIZE
                   WS-MOVE-COUNT DELIMITED BY SIZE
                           "=" DELIMITED BY SIZE
                           RULE-FIRED-MOVE(WS-RULEMOVE-INDEX)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(RULE-TYPE(WS-RULEMOVE-INDEX))
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           RULE-PASS-DEST(WS-RULEMOVE-INDEX)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(RULE-REQ-1(WS-RULEMOVE-INDEX))
                               DELIMITED BY SIZE
                       INTO SAVE-RECORD
                   END-STRING
                   WRITE SAVE-RECORD
           END-PERFORM.

       READ-SLOT-PROFILE.
      *    Skims the slot's existing save FOR just the PLAYER-NAME,
      *    DIFFICULTY AND VARIANT tags, leaving every other piece OF
      *    live state alone - used BY NEW-GAME-ROUTINE TO carry the
      *    profile INTO a fresh save. A slot WITH no save yet
      *    simply keeps the defaults.
           MOVE SPACES TO WS-PLAYER-NAME
           MOVE 'N' TO WS-DIFFICULTY
           MOVE SPACES TO WS-PLAYER-VARIANT
           MOVE 'N' TO WS-EOF-SAVE-FLAG

           OPEN INPUT SAVE-FILE
                           OR WS-SAVE-VALUE(1:1) = 'H'
                       MOVE WS-SAVE-VALUE(1:1) TO WS-DIFFICULTY
                   END-IF
               WHEN "VARIANT"
                   MOVE WS-SAVE-VALUE(1:8) TO WS-PLAYER-VARIANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
