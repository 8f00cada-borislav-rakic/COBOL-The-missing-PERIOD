           IF SCRIPT-MODE
               MOVE 0 TO WS-SCORE-MINUTES
           END-IF
           PERFORM LOAD-SCORING-WEIGHTS
           PERFORM COMPUTE-FINAL-SCORE
           PERFORM DISPLAY-FINAL-SCORE
           IF NOT SCRIPT-MODE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-TIMESTAMP
               PERFORM APPEND-HIGH-SCORE
               PERFORM LOG-SCORE-FACTS
               MOVE 'E' TO WS-CAREER-EVENT
               PERFORM UPDATE-CAREER-RECORD
               PERFORM DISPLAY-HIGH-SCORE-TABLE
      *    the command line already counted, so they cost time, NOT
      *    moves - the two programs must agree ON a run's move
      *    count. An UNDO line DOES count: stepping back is a move
      *    the player spent, ON top OF the ONE it undid. The
      *    STORY-BUILD= marker is NOT a move line AT all.
           IF PLAY-LOG-RECORD(1:14) NOT NUMERIC
                   OR PLAY-LOG-RECORD(25:3) NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-SCORE-FIRST-TS = SPACES
               + FUNCTION NUMVAL(WS-SCORE-TS-ARG(11:2)) * 60
               + FUNCTION NUMVAL(WS-SCORE-TS-ARG(13:2)).

       LOAD-SCORING-WEIGHTS.
      *    Read fresh AT every ending, the way the achievement
      *    definitions are. ONE scoring.txt serves every language -
      *    an English run AND a Spanish ONE share a board, so they
      *    must share a formula. Every weight starts BACK AT the
      *    built-in formula first, so a missing FILE (OR ONE that
      *    leaves a keyword out) still scores the way runs always
      *    have.
           MOVE "BUILTIN" TO SCORE-FORMULA-VERSION
           MOVE 1000 TO SCORE-BASE-POINTS
           MOVE 10 TO SCORE-HEALTH-WEIGHT
           MOVE 50 TO SCORE-TASK-WEIGHT
           MOVE 5 TO SCORE-MOVE-WEIGHT
           MOVE 25 TO SCORE-HINT-WEIGHT
           MOVE 1 TO SCORE-MINUTE-WEIGHT
           MOVE 0 TO SCORE-FLOOR
           MOVE 100 TO SCORE-EASY-PERCENT
           MOVE 100 TO SCORE-NORMAL-PERCENT
           MOVE 100 TO SCORE-HARD-PERCENT

           SET EOF-SCORING-REACHED TO FALSE

           OPEN INPUT SCORING-FILE
           IF WS-SCORING-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SCORING-REACHED
                   READ SCORING-FILE
                       AT END
                           SET EOF-SCORING-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SCORING-LINE
                   END-READ
               END-PERFORM
               CLOSE SCORING-FILE
           END-IF.

       LOAD-ONE-SCORING-LINE.
      *    Keyword IN 1-8, value IN 10-19. Every value but the
      *    VERSION name is a whole number written FROM column 10
      *    WITH no sign - a line that is NOT is reported AND the
      *    weight it meant TO set keeps its built-in value.
           IF SCORING-RECORD(1:1) = "*" OR SCORING-RECORD = SPACES
               CONTINUE
           ELSE
               SET SCORING-LINE-VALID TO TRUE
               MOVE SCORING-RECORD(10:10) TO WS-SCORING-VALUE-TEXT
               IF SCORING-RECORD(1:8) = "VERSION "
                   IF WS-SCORING-VALUE-TEXT = SPACES
                           OR WS-SCORING-VALUE-TEXT(9:2) NOT = SPACES
                       SET SCORING-LINE-VALID TO FALSE
                   ELSE
                       MOVE WS-SCORING-VALUE-TEXT(1:8)
                           TO SCORE-FORMULA-VERSION
                   END-IF
               ELSE
                   MOVE 0 TO WS-SCORING-DIGITS
                   INSPECT WS-SCORING-VALUE-TEXT
                       TALLYING WS-SCORING-DIGITS
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-SCORING-DIGITS = 0
                           OR WS-SCORING-DIGITS > 5
                       SET SCORING-LINE-VALID TO FALSE
                   ELSE
                   IF WS-SCORING-VALUE-TEXT(1:WS-SCORING-DIGITS)
                           NOT NUMERIC
                       SET SCORING-LINE-VALID TO FALSE
                   ELSE
                       COMPUTE WS-SCORING-NUMBER = FUNCTION NUMVAL(
                           WS-SCORING-VALUE-TEXT(1:WS-SCORING-DIGITS))
                       PERFORM APPLY-SCORING-WEIGHT
                   END-IF
                   END-IF
               END-IF
               IF NOT SCORING-LINE-VALID
                   DISPLAY "MALFORMED SCORING LINE SKIPPED: "
                       FUNCTION TRIM(SCORING-RECORD)
               END-IF
           END-IF.

       APPLY-SCORING-WEIGHT.
      *    The per-run weights AND multipliers are three digits
      *    wide; only the base AND the floor take five.
           EVALUATE TRUE
               WHEN SCORING-RECORD(1:8) = "BASE    "
                   MOVE WS-SCORING-NUMBER TO SCORE-BASE-POINTS
               WHEN SCORING-RECORD(1:8) = "FLOOR   "
                   MOVE WS-SCORING-NUMBER TO SCORE-FLOOR
               WHEN WS-SCORING-NUMBER > 999
                   SET SCORING-LINE-VALID TO FALSE
               WHEN SCORING-RECORD(1:8) = "HEALTH  "
                   MOVE WS-SCORING-NUMBER TO SCORE-HEALTH-WEIGHT
               WHEN SCORING-RECORD(1:8) = "TASK    "
                   MOVE WS-SCORING-NUMBER TO SCORE-TASK-WEIGHT
               WHEN SCORING-RECORD(1:8) = "MOVE    "
                   MOVE WS-SCORING-NUMBER TO SCORE-MOVE-WEIGHT
               WHEN SCORING-RECORD(1:8) = "HINT    "
                   MOVE WS-SCORING-NUMBER TO SCORE-HINT-WEIGHT
               WHEN SCORING-RECORD(1:8) = "MINUTE  "
                   MOVE WS-SCORING-NUMBER TO SCORE-MINUTE-WEIGHT
               WHEN SCORING-RECORD(1:8) = "DIFF-E  "
                   MOVE WS-SCORING-NUMBER TO SCORE-EASY-PERCENT
               WHEN SCORING-RECORD(1:8) = "DIFF-N  "
                   MOVE WS-SCORING-NUMBER TO SCORE-NORMAL-PERCENT
               WHEN SCORING-RECORD(1:8) = "DIFF-H  "
                   MOVE WS-SCORING-NUMBER TO SCORE-HARD-PERCENT
               WHEN OTHER
                   SET SCORING-LINE-VALID TO FALSE
           END-EVALUATE.

       COMPUTE-FINAL-SCORE.
           MOVE 0 TO WS-SCORE-FLAGS-DONE
           MOVE 1 TO WS-TASK-SCAN-INDEX
               ADD 1 TO WS-TASK-SCAN-INDEX
           END-PERFORM

      *    Every hint taken costs a modest SCORE-HINT-WEIGHT - the
      *    leaderboard stays honest about hinted runs without
      *    making HINT feel like a trap.
           MOVE 0 TO WS-SCORE-HINTS-USED
               ADD 1 TO WS-HINT-USED-INDEX
           END-PERFORM

      *    The weighted sum is scaled BY the run's difficulty
      *    multiplier, THEN held up AT the floor.
           EVALUATE WS-DIFFICULTY
               WHEN 'E'
                   MOVE SCORE-EASY-PERCENT TO WS-SCORE-PERCENT
               WHEN 'H'
                   MOVE SCORE-HARD-PERCENT TO WS-SCORE-PERCENT
               WHEN OTHER
                   MOVE SCORE-NORMAL-PERCENT TO WS-SCORE-PERCENT
           END-EVALUATE

           COMPUTE WS-SCORE-VALUE
               = (SCORE-BASE-POINTS
               + WS-PLAYER-HEALTH * SCORE-HEALTH-WEIGHT
               + WS-SCORE-FLAGS-DONE * SCORE-TASK-WEIGHT
               - WS-SCORE-MOVE-COUNT * SCORE-MOVE-WEIGHT
               - WS-SCORE-HINTS-USED * SCORE-HINT-WEIGHT
               - WS-SCORE-MINUTES * SCORE-MINUTE-WEIGHT)
               * WS-SCORE-PERCENT / 100

           IF WS-SCORE-VALUE < SCORE-FLOOR
               MOVE SCORE-FLOOR TO WS-FINAL-SCORE
           ELSE
               MOVE WS-SCORE-VALUE TO WS-FINAL-SCORE
           END-IF.
      *    ON separate boards - AND the profile name, shared BY
      *    every save slot. EXTEND fails ON the very first run since
      *    there is no FILE yet - fall back TO OUTPUT AND start ONE,
      *    the way LOG-PLAY-EVENT does. The formula's VERSION name
      *    rides AT a fixed column past the name - "FORMULA " AT
      *    74-81, the name AT 82-89 - so a board mixing runs scored
      *    before AND after a rebalance says which is which; RESCORE
      *    brings them back TO ONE formula.
           OPEN EXTEND HIGH-SCORE-FILE
           IF WS-HIGH-SCORE-STATUS NOT = "00"
               OPEN OUTPUT HIGH-SCORE-FILE

           MOVE SPACES TO HIGH-SCORE-RECORD
           IF WS-PLAYER-NAME = SPACES
               STRING WS-LOG-TIMESTAMP(1:8) DELIMITED BY SIZE
                       " SCORE " DELIMITED BY SIZE
                       WS-FINAL-SCORE DELIMITED BY SIZE
                       " MOVES " DELIMITED BY SIZE
                   INTO HIGH-SCORE-RECORD
               END-STRING
           ELSE
               STRING WS-LOG-TIMESTAMP(1:8) DELIMITED BY SIZE
                       " SCORE " DELIMITED BY SIZE
                       WS-FINAL-SCORE DELIMITED BY SIZE
                       " MOVES " DELIMITED BY SIZE
                   INTO HIGH-SCORE-RECORD
               END-STRING
           END-IF
           MOVE "FORMULA " TO HIGH-SCORE-RECORD(74:8)
           MOVE SCORE-FORMULA-VERSION TO HIGH-SCORE-RECORD(82:8)
           WRITE HIGH-SCORE-RECORD

           CLOSE HIGH-SCORE-FILE.

       LOG-SCORE-FACTS.
      *    Everything the formula was fed, written INTO the slot's
      *    play LOG beside the moves it was counted FROM, so RESCORE
      *    CAN put the run through a later formula once the LOG has
      *    been rolled INTO playlog.arc. Like the STORY-BUILD=
      *    marker its columns 25-27 are NOT numeric, so every reader
      *    that only wants moves skips it. Fixed columns:
      *     1-14  timestamp (its date is the high-score line's)
      *    16-27  "SCORE-FACTS="
      *    28-30  health left       32-33  tasks done
      *    35-39  moves             41-43  hints used
      *    45-49  minutes played    51     difficulty
      *    53-59  score AS written  61-68  formula VERSION
      *    70-99  name AS written ON the high-score line
      *   117-132 the variant stamp, AS ON every LOG line
           OPEN EXTEND PLAY-LOG-FILE
           IF WS-PLAY-LOG-STATUS NOT = "00"
               OPEN OUTPUT PLAY-LOG-FILE
           END-IF

           MOVE SPACES TO PLAY-LOG-RECORD
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                   " SCORE-FACTS=" DELIMITED BY SIZE
                   WS-PLAYER-HEALTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCORE-FLAGS-DONE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCORE-MOVE-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCORE-HINTS-USED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCORE-MINUTES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DIFFICULTY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FINAL-SCORE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCORE-FORMULA-VERSION DELIMITED BY SIZE
               INTO PLAY-LOG-RECORD
           END-STRING
           IF WS-PLAYER-NAME = SPACES
               MOVE "ANONYMOUS" TO PLAY-LOG-RECORD(70:30)
           ELSE
               MOVE FUNCTION TRIM(WS-PLAYER-NAME)
                   TO PLAY-LOG-RECORD(70:30)
           END-IF
           PERFORM STAMP-LOG-VARIANT
           WRITE PLAY-LOG-RECORD

           CLOSE PLAY-LOG-FILE.

       DISPLAY-HIGH-SCORE-TABLE.
           MOVE " " TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE
