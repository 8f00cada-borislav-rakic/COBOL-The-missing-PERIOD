       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCORE.

      *WHEN the story team rebalances scoring.txt, every line already
      *ON the boards was scored BY the old formula AND a NEW run
      *competes against numbers it CAN never be compared WITH. This
      *batch puts every completed run still ON file back through the
      *CURRENT formula AND rebuilds highscores.txt AS the three
      *boards LEADERBOARD-MAINT maintains, each line stamped WITH the
      *formula's VERSION name.
      *
      *A run is replayed FROM the SCORE-FACTS= line the engine writes
      *INTO the slot's play LOG AT the ending - health, tasks, moves,
      *hints, minutes AND difficulty, everything the formula is fed -
      *found IN playlog.arc AND IN whatever live gameN.log has NOT
      *been rolled INTO it yet. The facts line also repeats the
      *score AND name the high-score line was written WITH, so the
      *line it belongs TO is found AND replaced rather than doubled.
      *A run whose line has since been trimmed OFF the boards comes
      *back, since the NEW formula may rank it differently; runs
      *dated before the cutoff asked FOR are NOT replayed.
      *
      *career.txt's best score is ON the SAME scale AS the boards,
      *so each player WITH a replayed run gets the best OF those
      *runs under the NEW formula AS their career best; a player
      *WITH none is left alone. The rest OF the career line is
      *NOT touched.
      *
      *A board line NO facts line matches - a run FROM before the
      *facts were logged, OR ONE whose LOG was erased - is kept AS
      *it stands AND listed, AND the RETURN-CODE is 4: the boards
      *still mix formulas. A career.txt that cannot be rewritten
      *makes it 8, whatever else was found.
      *
      *A facts line is written AT fixed offsets BY LOG-SCORE-FACTS:
      *    1-14  timestamp          16-27  "SCORE-FACTS="
      *   28-30  health left        32-33  tasks done
      *   35-39  moves              41-43  hints used
      *   45-49  minutes played     51     difficulty
      *   53-59  score AS written   61-68  formula VERSION
      *   70-99  name AS written ON the high-score line

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIGH-SCORE-FILE ASSIGN TO 'highscores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIGH-SCORE-STATUS.

           SELECT SCORING-FILE ASSIGN TO 'scoring.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCORING-FILE-STATUS.

           SELECT CAREER-FILE ASSIGN TO 'career.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAREER-FILE-STATUS.

           SELECT PLAY-LOG-FILE ASSIGN DYNAMIC WS-PLAY-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HIGH-SCORE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HIGH-SCORE-RECORD.
       01 HIGH-SCORE-RECORD        PIC X(100).

       FD SCORING-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SCORING-RECORD.
       01 SCORING-RECORD           PIC X(100).

       FD CAREER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CAREER-RECORD-LINE.
       01 CAREER-RECORD-LINE       PIC X(100).

       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       78 SCORE-TABLE-CAPACITY     VALUE 200.

       01 WS-HIGH-SCORE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-SCORE-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-SCORE-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-PLAY-LOG-PATH         PIC X(20) VALUE SPACES.
       01 WS-PLAY-LOG-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-LOG-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-LOG-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SLOT-NUMBER           PIC 9(2) VALUE 1.
       01 WS-SLOT-DIGIT            PIC 9(1) VALUE 1.

       01 WS-INPUT-TEXT            PIC X(20) VALUE SPACES.
       01 WS-KEEP-TOP-COUNT        PIC 9(3) VALUE 10.
       01 WS-CUTOFF-DATE           PIC X(8) VALUE SPACES.

      *The formula, read the SAME way the engine's
      *LOAD-SCORING-WEIGHTS reads it - see scoring.cpy FOR the
      *keywords AND the built-in values a missing keyword keeps.
       01 WS-SCORING-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-SCORING-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-SCORING-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 SCORING-WEIGHTS.
           02 SCORE-FORMULA-VERSION
                                   PIC X(8) VALUE "BUILTIN".
           02 SCORE-BASE-POINTS    PIC 9(5) VALUE 1000.
           02 SCORE-HEALTH-WEIGHT  PIC 9(3) VALUE 10.
           02 SCORE-TASK-WEIGHT    PIC 9(3) VALUE 50.
           02 SCORE-MOVE-WEIGHT    PIC 9(3) VALUE 5.
           02 SCORE-HINT-WEIGHT    PIC 9(3) VALUE 25.
           02 SCORE-MINUTE-WEIGHT  PIC 9(3) VALUE 1.
           02 SCORE-FLOOR          PIC 9(5) VALUE 0.
           02 SCORE-EASY-PERCENT   PIC 9(3) VALUE 100.
           02 SCORE-NORMAL-PERCENT PIC 9(3) VALUE 100.
           02 SCORE-HARD-PERCENT   PIC 9(3) VALUE 100.
       01 WS-SCORING-VALUE-TEXT    PIC X(10) VALUE SPACES.
       01 WS-SCORING-DIGITS        PIC 9(2) VALUE 0.
       01 WS-SCORING-NUMBER        PIC 9(5) VALUE 0.
       01 WS-SCORING-LINE-FLAG     PIC X(1) VALUE 'N'.
           88 SCORING-LINE-VALID            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *ONE facts line, picked apart, AND the score the current
      *formula gives it.
       01 WS-FACTS-STAMP           PIC X(14) VALUE SPACES.
       01 WS-FACTS-HEALTH          PIC 9(3) VALUE 0.
       01 WS-FACTS-TASKS           PIC 9(2) VALUE 0.
       01 WS-FACTS-MOVES           PIC 9(5) VALUE 0.
       01 WS-FACTS-HINTS           PIC 9(3) VALUE 0.
       01 WS-FACTS-MINUTES         PIC 9(5) VALUE 0.
       01 WS-FACTS-DIFF            PIC X(1) VALUE SPACES.
       01 WS-FACTS-OLD-SCORE       PIC 9(7) VALUE 0.
       01 WS-FACTS-NAME            PIC X(30) VALUE SPACES.
       01 WS-SCORE-PERCENT         PIC 9(3) VALUE 100.
       01 WS-SCORE-VALUE           PIC S9(7) VALUE 0.
       01 WS-NEW-SCORE             PIC 9(7) VALUE 0.

      *The boards, laid out the way LEADERBOARD-MAINT holds them,
      *plus the run each line was replayed FROM - a slot copied
      *over another carries its LOG along, so the SAME facts line
      *CAN turn up twice AND must count once.
       01 SCORE-ENTRIES.
           02 SCORE-ENTRY          OCCURS SCORE-TABLE-CAPACITY TIMES.
               03 ENTRY-DATE       PIC X(8) VALUE SPACES.
               03 ENTRY-SCORE      PIC 9(7) VALUE 0.
               03 ENTRY-MOVES      PIC 9(5) VALUE 0.
               03 ENTRY-DIFF       PIC X(1) VALUE 'N'.
               03 ENTRY-NAME       PIC X(30) VALUE SPACES.
               03 ENTRY-FORMULA    PIC X(8) VALUE SPACES.
               03 ENTRY-RUN-STAMP  PIC X(14) VALUE SPACES.
       01 WS-ENTRY-COUNT           PIC 9(3) VALUE 0.
       01 WS-ENTRY-INDEX           PIC 9(3) VALUE 0.
       01 WS-ENTRY-MATCH           PIC 9(3) VALUE 0.
       01 WS-ENTRY-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 ENTRY-FOUND                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RUN-SEEN-FLAG         PIC X(1) VALUE 'N'.
           88 RUN-ALREADY-SEEN              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The best NEW score each player's replayed runs earned, AND
      *career.txt held whole - header AND all - so only the best
      *score column changes WHEN it is written back. The capacity
      *leaves room FOR the engine's fifty careers AND the header.
       78 CAREER-LINE-CAPACITY     VALUE 60.
       01 PLAYER-BESTS.
           02 PLAYER-BEST          OCCURS SCORE-TABLE-CAPACITY TIMES.
               03 BEST-NAME        PIC X(30) VALUE SPACES.
               03 BEST-SCORE       PIC 9(7) VALUE 0.
       01 WS-BEST-COUNT            PIC 9(3) VALUE 0.
       01 WS-BEST-INDEX            PIC 9(3) VALUE 0.
       01 WS-BEST-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88 BEST-FOUND                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CAREER-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-EOF-CAREER-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-CAREER-REACHED            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 CAREER-LINES.
           02 CAREER-LINE          OCCURS CAREER-LINE-CAPACITY TIMES
                                   PIC X(100).
       01 WS-CAREER-LINE-COUNT     PIC 9(3) VALUE 0.
       01 WS-CAREER-LINE-INDEX     PIC 9(3) VALUE 0.
       01 WS-CAREER-FULL-FLAG      PIC X(1) VALUE 'N'.
           88 CAREER-TOO-LONG               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CAREER-CHANGED-COUNT  PIC 9(3) VALUE 0.

      *Selection-sort working fields, AS IN LEADERBOARD-MAINT.
       01 WS-SORT-OUTER            PIC 9(3) VALUE 0.
       01 WS-SORT-INNER            PIC 9(3) VALUE 0.
       01 WS-SORT-BEST             PIC 9(3) VALUE 0.
       01 WS-SWAP-ENTRY            PIC X(73) VALUE SPACES.

       01 WS-BOARD-DIFF            PIC X(1) VALUE 'N'.
       01 WS-BOARD-TITLE           PIC X(12) VALUE SPACES.
       01 WS-BOARD-KEPT            PIC 9(3) VALUE 0.

       01 WS-LINES-READ-COUNT      PIC 9(3) VALUE 0.
       01 WS-FACTS-COUNT           PIC 9(3) VALUE 0.
       01 WS-REPLACED-COUNT        PIC 9(3) VALUE 0.
       01 WS-RESTORED-COUNT        PIC 9(3) VALUE 0.
       01 WS-DUPLICATE-COUNT       PIC 9(3) VALUE 0.
       01 WS-BEFORE-CUTOFF-COUNT   PIC 9(3) VALUE 0.
       01 WS-NOT-RESCORED-COUNT    PIC 9(3) VALUE 0.
       01 WS-KEPT-COUNT            PIC 9(3) VALUE 0.
       01 WS-TRIMMED-COUNT         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Keep top N per difficulty (blank for 10): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT(1:3) NUMERIC
               MOVE WS-INPUT-TEXT(1:3) TO WS-KEEP-TOP-COUNT
           ELSE
               IF WS-INPUT-TEXT(1:2) NUMERIC
                       AND WS-INPUT-TEXT(3:1) = SPACE
                   MOVE WS-INPUT-TEXT(1:2) TO WS-KEEP-TOP-COUNT
               ELSE
                   IF WS-INPUT-TEXT(1:1) NUMERIC
                           AND WS-INPUT-TEXT(2:1) = SPACE
                       MOVE WS-INPUT-TEXT(1:1)
                           TO WS-KEEP-TOP-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-KEEP-TOP-COUNT = 0
               MOVE 10 TO WS-KEEP-TOP-COUNT
           END-IF

           DISPLAY "Skip runs dated before (YYYYMMDD, blank for "
               "none): " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT(1:8) NUMERIC
               MOVE WS-INPUT-TEXT(1:8) TO WS-CUTOFF-DATE
           END-IF

           PERFORM LOAD-SCORING-WEIGHTS
           DISPLAY "RESCORING WITH FORMULA "
               FUNCTION TRIM(SCORE-FORMULA-VERSION)

           PERFORM LOAD-SCORE-ENTRIES

      *    The archive first, THEN every live LOG - a run is ONE OR
      *    the other, never both, unless a slot copy doubled it.
           MOVE "playlog.arc" TO WS-PLAY-LOG-PATH
           PERFORM SWEEP-ONE-LOG
           PERFORM VARYING WS-SLOT-NUMBER FROM 1 BY 1
                   UNTIL WS-SLOT-NUMBER > 9
               MOVE WS-SLOT-NUMBER TO WS-SLOT-DIGIT
               MOVE SPACES TO WS-PLAY-LOG-PATH
               STRING "game" DELIMITED BY SIZE
                       WS-SLOT-DIGIT DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                   INTO WS-PLAY-LOG-PATH
               END-STRING
               PERFORM SWEEP-ONE-LOG
           END-PERFORM

           IF WS-ENTRY-COUNT = 0
               DISPLAY "NO HIGH-SCORE ENTRIES AND NO SCORED RUNS "
                   "TO REBUILD FROM."
               STOP RUN
           END-IF

           PERFORM LIST-NOT-RESCORED
           PERFORM SORT-SCORE-ENTRIES
           PERFORM REWRITE-LEADERBOARD
           PERFORM RESCORE-CAREER-BESTS

           DISPLAY " "
           DISPLAY "BOARD LINES READ: " WS-LINES-READ-COUNT
               "  SCORED RUNS FOUND: " WS-FACTS-COUNT
           DISPLAY "RESCORED: " WS-REPLACED-COUNT
               "  RESTORED: " WS-RESTORED-COUNT
               "  DUPLICATES: " WS-DUPLICATE-COUNT
               "  BEFORE CUTOFF: " WS-BEFORE-CUTOFF-COUNT
           DISPLAY "NOT RESCORED: " WS-NOT-RESCORED-COUNT
               "  KEPT: " WS-KEPT-COUNT
               "  TRIMMED: " WS-TRIMMED-COUNT
               "  CAREER BESTS CHANGED: " WS-CAREER-CHANGED-COUNT

           IF WS-NOT-RESCORED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-SCORING-WEIGHTS.
      *    The built-in formula first, THEN whatever scoring.txt
      *    overrides - the SAME order the engine applies them IN.
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
               DISPLAY "NO scoring.txt (STATUS " WS-SCORING-FILE-STATUS
                   ") - THE BUILT-IN FORMULA IS USED."
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

       LOAD-SCORE-ENTRIES.
      *    Parsed exactly AS LEADERBOARD-MAINT parses them. NO
      *    highscores.txt is NOT fatal here - the boards CAN be
      *    rebuilt FROM the logs alone.
           MOVE 0 TO WS-ENTRY-COUNT
           SET EOF-SCORE-REACHED TO FALSE

           OPEN INPUT HIGH-SCORE-FILE
           IF WS-HIGH-SCORE-STATUS NOT = "00"
               DISPLAY "NO highscores.txt (STATUS "
                   WS-HIGH-SCORE-STATUS ") - BOARDS ARE BUILT FROM "
                   "THE LOGS ALONE."
           ELSE
               PERFORM UNTIL EOF-SCORE-REACHED
                   READ HIGH-SCORE-FILE
                       AT END
                           SET EOF-SCORE-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SCORE-LINE
                   END-READ
               END-PERFORM
               CLOSE HIGH-SCORE-FILE
           END-IF

           MOVE WS-ENTRY-COUNT TO WS-LINES-READ-COUNT.

       LOAD-ONE-SCORE-LINE.
           EVALUATE TRUE
               WHEN HIGH-SCORE-RECORD(1:2) = "--"
               WHEN HIGH-SCORE-RECORD = SPACES
                   CONTINUE
               WHEN HIGH-SCORE-RECORD(1:8) NOT NUMERIC
                   OR HIGH-SCORE-RECORD(16:7) NOT NUMERIC
                   OR HIGH-SCORE-RECORD(30:5) NOT NUMERIC
                   DISPLAY "UNPARSEABLE LINE DROPPED: "
                       FUNCTION TRIM(HIGH-SCORE-RECORD)
               WHEN WS-ENTRY-COUNT = SCORE-TABLE-CAPACITY
                   DISPLAY "MORE THAN " SCORE-TABLE-CAPACITY
                       " ENTRIES - RAISE SCORE-TABLE-CAPACITY."
                   SET EOF-SCORE-REACHED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE HIGH-SCORE-RECORD(1:8)
                       TO ENTRY-DATE(WS-ENTRY-COUNT)
                   MOVE HIGH-SCORE-RECORD(16:7)
                       TO ENTRY-SCORE(WS-ENTRY-COUNT)
                   MOVE HIGH-SCORE-RECORD(30:5)
                       TO ENTRY-MOVES(WS-ENTRY-COUNT)
                   IF HIGH-SCORE-RECORD(36:5) = "DIFF "
                       MOVE HIGH-SCORE-RECORD(41:1)
                           TO ENTRY-DIFF(WS-ENTRY-COUNT)
                       MOVE HIGH-SCORE-RECORD(43:30)
                           TO ENTRY-NAME(WS-ENTRY-COUNT)
                   ELSE
                       MOVE 'N' TO ENTRY-DIFF(WS-ENTRY-COUNT)
                       MOVE HIGH-SCORE-RECORD(36:30)
                           TO ENTRY-NAME(WS-ENTRY-COUNT)
                   END-IF
                   IF HIGH-SCORE-RECORD(74:8) = "FORMULA "
                       MOVE HIGH-SCORE-RECORD(82:8)
                           TO ENTRY-FORMULA(WS-ENTRY-COUNT)
                   ELSE
                       MOVE SPACES TO ENTRY-FORMULA(WS-ENTRY-COUNT)
                   END-IF
                   MOVE SPACES TO ENTRY-RUN-STAMP(WS-ENTRY-COUNT)
           END-EVALUATE.

       SWEEP-ONE-LOG.
      *    A LOG that is NOT there - an unplayed slot, NO archive
      *    yet - is simply nothing TO replay.
           SET EOF-LOG-REACHED TO FALSE
           OPEN INPUT PLAY-LOG-FILE
           IF WS-PLAY-LOG-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LOG-REACHED
                   READ PLAY-LOG-FILE
                       AT END
                           SET EOF-LOG-REACHED TO TRUE
                       NOT AT END
                           IF PLAY-LOG-RECORD(16:12) = "SCORE-FACTS="
                               PERFORM REPLAY-SCORE-FACTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAY-LOG-FILE
           END-IF.

       REPLAY-SCORE-FACTS.
           IF PLAY-LOG-RECORD(1:14) NOT NUMERIC
                   OR PLAY-LOG-RECORD(28:3) NOT NUMERIC
                   OR PLAY-LOG-RECORD(32:2) NOT NUMERIC
                   OR PLAY-LOG-RECORD(35:5) NOT NUMERIC
                   OR PLAY-LOG-RECORD(41:3) NOT NUMERIC
                   OR PLAY-LOG-RECORD(45:5) NOT NUMERIC
                   OR PLAY-LOG-RECORD(53:7) NOT NUMERIC
                   OR (PLAY-LOG-RECORD(51:1) NOT = 'E'
                       AND PLAY-LOG-RECORD(51:1) NOT = 'N'
                       AND PLAY-LOG-RECORD(51:1) NOT = 'H')
               DISPLAY "MALFORMED SCORE-FACTS LINE SKIPPED ("
                   FUNCTION TRIM(WS-PLAY-LOG-PATH) "): "
                   FUNCTION TRIM(PLAY-LOG-RECORD)
           ELSE
               ADD 1 TO WS-FACTS-COUNT
               MOVE PLAY-LOG-RECORD(1:14) TO WS-FACTS-STAMP
               MOVE PLAY-LOG-RECORD(28:3) TO WS-FACTS-HEALTH
               MOVE PLAY-LOG-RECORD(32:2) TO WS-FACTS-TASKS
               MOVE PLAY-LOG-RECORD(35:5) TO WS-FACTS-MOVES
               MOVE PLAY-LOG-RECORD(41:3) TO WS-FACTS-HINTS
               MOVE PLAY-LOG-RECORD(45:5) TO WS-FACTS-MINUTES
               MOVE PLAY-LOG-RECORD(51:1) TO WS-FACTS-DIFF
               MOVE PLAY-LOG-RECORD(53:7) TO WS-FACTS-OLD-SCORE
               MOVE PLAY-LOG-RECORD(70:30) TO WS-FACTS-NAME
               PERFORM COMPUTE-NEW-SCORE
               PERFORM NOTE-PLAYER-BEST

               PERFORM FIND-REPLAYED-RUN
               IF RUN-ALREADY-SEEN
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
               IF WS-CUTOFF-DATE NOT = SPACES
                       AND WS-FACTS-STAMP(1:8) < WS-CUTOFF-DATE
                   ADD 1 TO WS-BEFORE-CUTOFF-COUNT
               ELSE
                   PERFORM FIND-BOARD-LINE
                   IF ENTRY-FOUND
                       ADD 1 TO WS-REPLACED-COUNT
                       PERFORM STORE-RESCORED-ENTRY
                   ELSE
                   IF WS-ENTRY-COUNT = SCORE-TABLE-CAPACITY
                       DISPLAY "MORE THAN " SCORE-TABLE-CAPACITY
                           " ENTRIES - RUN OF "
                           FUNCTION TRIM(WS-FACTS-NAME) " ON "
                           WS-FACTS-STAMP(1:8) " LEFT OUT."
                   ELSE
                       ADD 1 TO WS-RESTORED-COUNT
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WS-ENTRY-COUNT TO WS-ENTRY-MATCH
                       PERFORM STORE-RESCORED-ENTRY
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       FIND-REPLAYED-RUN.
      *    The facts line's own timestamp AND name identify the run.
           SET RUN-ALREADY-SEEN TO FALSE
           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM UNTIL RUN-ALREADY-SEEN
                   OR WS-ENTRY-INDEX > WS-ENTRY-COUNT
               IF ENTRY-RUN-STAMP(WS-ENTRY-INDEX) = WS-FACTS-STAMP
                       AND ENTRY-NAME(WS-ENTRY-INDEX) = WS-FACTS-NAME
                   SET RUN-ALREADY-SEEN TO TRUE
               ELSE
                   ADD 1 TO WS-ENTRY-INDEX
               END-IF
           END-PERFORM.

       FIND-BOARD-LINE.
      *    The high-score line this run wrote: the SAME date, score,
      *    moves, difficulty AND name, NOT already claimed BY
      *    another replayed run.
           SET ENTRY-FOUND TO FALSE
           MOVE 0 TO WS-ENTRY-MATCH
           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM UNTIL ENTRY-FOUND
                   OR WS-ENTRY-INDEX > WS-ENTRY-COUNT
               IF ENTRY-RUN-STAMP(WS-ENTRY-INDEX) = SPACES
                       AND ENTRY-DATE(WS-ENTRY-INDEX)
                           = WS-FACTS-STAMP(1:8)
                       AND ENTRY-SCORE(WS-ENTRY-INDEX)
                           = WS-FACTS-OLD-SCORE
                       AND ENTRY-MOVES(WS-ENTRY-INDEX)
                           = WS-FACTS-MOVES
                       AND ENTRY-DIFF(WS-ENTRY-INDEX) = WS-FACTS-DIFF
                       AND ENTRY-NAME(WS-ENTRY-INDEX) = WS-FACTS-NAME
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-ENTRY-INDEX TO WS-ENTRY-MATCH
               ELSE
                   ADD 1 TO WS-ENTRY-INDEX
               END-IF
           END-PERFORM.

       COMPUTE-NEW-SCORE.
      *    The engine's COMPUTE-FINAL-SCORE, fed FROM the facts line.
           EVALUATE WS-FACTS-DIFF
               WHEN 'E'
                   MOVE SCORE-EASY-PERCENT TO WS-SCORE-PERCENT
               WHEN 'H'
                   MOVE SCORE-HARD-PERCENT TO WS-SCORE-PERCENT
               WHEN OTHER
                   MOVE SCORE-NORMAL-PERCENT TO WS-SCORE-PERCENT
           END-EVALUATE

           COMPUTE WS-SCORE-VALUE
               = (SCORE-BASE-POINTS
               + WS-FACTS-HEALTH * SCORE-HEALTH-WEIGHT
               + WS-FACTS-TASKS * SCORE-TASK-WEIGHT
               - WS-FACTS-MOVES * SCORE-MOVE-WEIGHT
               - WS-FACTS-HINTS * SCORE-HINT-WEIGHT
               - WS-FACTS-MINUTES * SCORE-MINUTE-WEIGHT)
               * WS-SCORE-PERCENT / 100

           IF WS-SCORE-VALUE < SCORE-FLOOR
               MOVE SCORE-FLOOR TO WS-NEW-SCORE
           ELSE
               MOVE WS-SCORE-VALUE TO WS-NEW-SCORE
           END-IF.

       NOTE-PLAYER-BEST.
      *    Every replayed run counts toward its player's career
      *    best - a run before the cutoff OR off the boards is
      *    still part OF the career.
           SET BEST-FOUND TO FALSE
           MOVE 1 TO WS-BEST-INDEX
           PERFORM UNTIL BEST-FOUND OR WS-BEST-INDEX > WS-BEST-COUNT
               IF BEST-NAME(WS-BEST-INDEX) = WS-FACTS-NAME
                   SET BEST-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BEST-INDEX
               END-IF
           END-PERFORM

           IF BEST-FOUND
               IF WS-NEW-SCORE > BEST-SCORE(WS-BEST-INDEX)
                   MOVE WS-NEW-SCORE TO BEST-SCORE(WS-BEST-INDEX)
               END-IF
           ELSE
               IF WS-BEST-COUNT < SCORE-TABLE-CAPACITY
                   ADD 1 TO WS-BEST-COUNT
                   MOVE WS-FACTS-NAME TO BEST-NAME(WS-BEST-COUNT)
                   MOVE WS-NEW-SCORE TO BEST-SCORE(WS-BEST-COUNT)
               END-IF
           END-IF.

       STORE-RESCORED-ENTRY.
           MOVE WS-FACTS-STAMP(1:8) TO ENTRY-DATE(WS-ENTRY-MATCH)
           MOVE WS-NEW-SCORE TO ENTRY-SCORE(WS-ENTRY-MATCH)
           MOVE WS-FACTS-MOVES TO ENTRY-MOVES(WS-ENTRY-MATCH)
           MOVE WS-FACTS-DIFF TO ENTRY-DIFF(WS-ENTRY-MATCH)
           MOVE WS-FACTS-NAME TO ENTRY-NAME(WS-ENTRY-MATCH)
           MOVE SCORE-FORMULA-VERSION TO ENTRY-FORMULA(WS-ENTRY-MATCH)
           MOVE WS-FACTS-STAMP TO ENTRY-RUN-STAMP(WS-ENTRY-MATCH).

       LIST-NOT-RESCORED.
      *    Every board line NO facts line claimed keeps its old
      *    score - say which, AND under which formula.
           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               IF ENTRY-RUN-STAMP(WS-ENTRY-INDEX) = SPACES
                   ADD 1 TO WS-NOT-RESCORED-COUNT
                   IF ENTRY-FORMULA(WS-ENTRY-INDEX) = SPACES
                       DISPLAY "NOT RESCORED (NO SCORE-FACTS LINE): "
                           ENTRY-DATE(WS-ENTRY-INDEX) " "
                           FUNCTION TRIM(ENTRY-NAME(WS-ENTRY-INDEX))
                           " - UNSTAMPED"
                   ELSE
                       DISPLAY "NOT RESCORED (NO SCORE-FACTS LINE): "
                           ENTRY-DATE(WS-ENTRY-INDEX) " "
                           FUNCTION TRIM(ENTRY-NAME(WS-ENTRY-INDEX))
                           " - FORMULA "
                           FUNCTION TRIM(ENTRY-FORMULA(WS-ENTRY-INDEX))
                   END-IF
               END-IF
               ADD 1 TO WS-ENTRY-INDEX
           END-PERFORM.

       SORT-SCORE-ENTRIES.
      *    The SAME straight selection sort LEADERBOARD-MAINT uses,
      *    best score first.
           MOVE 1 TO WS-SORT-OUTER
           PERFORM UNTIL WS-SORT-OUTER >= WS-ENTRY-COUNT
               MOVE WS-SORT-OUTER TO WS-SORT-BEST
               COMPUTE WS-SORT-INNER = WS-SORT-OUTER + 1
               PERFORM UNTIL WS-SORT-INNER > WS-ENTRY-COUNT
                   IF ENTRY-SCORE(WS-SORT-INNER)
                           > ENTRY-SCORE(WS-SORT-BEST)
                       MOVE WS-SORT-INNER TO WS-SORT-BEST
                   END-IF
                   ADD 1 TO WS-SORT-INNER
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-OUTER
                   MOVE SCORE-ENTRY(WS-SORT-OUTER) TO WS-SWAP-ENTRY
                   MOVE SCORE-ENTRY(WS-SORT-BEST)
                       TO SCORE-ENTRY(WS-SORT-OUTER)
                   MOVE WS-SWAP-ENTRY TO SCORE-ENTRY(WS-SORT-BEST)
               END-IF
               ADD 1 TO WS-SORT-OUTER
           END-PERFORM.

       REWRITE-LEADERBOARD.
           OPEN OUTPUT HIGH-SCORE-FILE
           IF WS-HIGH-SCORE-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE highscores.txt (STATUS "
                   WS-HIGH-SCORE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'E' TO WS-BOARD-DIFF
           MOVE "-- EASY --" TO WS-BOARD-TITLE
           PERFORM WRITE-ONE-BOARD

           MOVE 'N' TO WS-BOARD-DIFF
           MOVE "-- NORMAL --" TO WS-BOARD-TITLE
           PERFORM WRITE-ONE-BOARD

           MOVE 'H' TO WS-BOARD-DIFF
           MOVE "-- HARD --" TO WS-BOARD-TITLE
           PERFORM WRITE-ONE-BOARD

           CLOSE HIGH-SCORE-FILE.

       WRITE-ONE-BOARD.
      *    Board layout AND trim exactly AS LEADERBOARD-MAINT writes
      *    them, so either batch CAN run after the other.
           MOVE 0 TO WS-BOARD-KEPT

           MOVE SPACES TO HIGH-SCORE-RECORD
           MOVE WS-BOARD-TITLE TO HIGH-SCORE-RECORD(1:12)
           WRITE HIGH-SCORE-RECORD

           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               IF ENTRY-DIFF(WS-ENTRY-INDEX) = WS-BOARD-DIFF
                   IF WS-BOARD-KEPT < WS-KEEP-TOP-COUNT
                       ADD 1 TO WS-BOARD-KEPT
                       ADD 1 TO WS-KEPT-COUNT
                       PERFORM WRITE-BOARD-LINE
                   ELSE
                       ADD 1 TO WS-TRIMMED-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-ENTRY-INDEX
           END-PERFORM.

       WRITE-BOARD-LINE.
           MOVE SPACES TO HIGH-SCORE-RECORD
           STRING ENTRY-DATE(WS-ENTRY-INDEX) DELIMITED BY SIZE
                   " SCORE " DELIMITED BY SIZE
                   ENTRY-SCORE(WS-ENTRY-INDEX) DELIMITED BY SIZE
                   " MOVES " DELIMITED BY SIZE
                   ENTRY-MOVES(WS-ENTRY-INDEX) DELIMITED BY SIZE
                   " DIFF " DELIMITED BY SIZE
                   ENTRY-DIFF(WS-ENTRY-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ENTRY-NAME(WS-ENTRY-INDEX))
                       DELIMITED BY SIZE
               INTO HIGH-SCORE-RECORD
           END-STRING
           IF ENTRY-FORMULA(WS-ENTRY-INDEX) NOT = SPACES
               MOVE "FORMULA " TO HIGH-SCORE-RECORD(74:8)
               MOVE ENTRY-FORMULA(WS-ENTRY-INDEX)
                   TO HIGH-SCORE-RECORD(82:8)
           END-IF
           WRITE HIGH-SCORE-RECORD.

       RESCORE-CAREER-BESTS.
      *    career.txt IN the layout UPDATE-CAREER-RECORD keeps: name
      *    AT 1-30, best score AT 50-56. A FILE longer than the
      *    engine could have written is left alone rather than cut.
           IF WS-BEST-COUNT = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-CAREER-LINE-COUNT
               SET CAREER-TOO-LONG TO FALSE
               SET EOF-CAREER-REACHED TO FALSE
               OPEN INPUT CAREER-FILE
               IF WS-CAREER-FILE-STATUS NOT = "00"
                   CONTINUE
               ELSE
                   PERFORM UNTIL EOF-CAREER-REACHED
                       READ CAREER-FILE
                           AT END
                               SET EOF-CAREER-REACHED TO TRUE
                           NOT AT END
                               IF WS-CAREER-LINE-COUNT
                                       = CAREER-LINE-CAPACITY
                                   SET CAREER-TOO-LONG TO TRUE
                                   SET EOF-CAREER-REACHED TO TRUE
                               ELSE
                                   ADD 1 TO WS-CAREER-LINE-COUNT
                                   MOVE CAREER-RECORD-LINE
                                       TO CAREER-LINE(
                                           WS-CAREER-LINE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAREER-FILE

                   IF CAREER-TOO-LONG
                       DISPLAY "career.txt HOLDS MORE THAN "
                           CAREER-LINE-CAPACITY " LINES - CAREER "
                           "BESTS LEFT AS THEY WERE."
                   ELSE
                       PERFORM VARYING WS-CAREER-LINE-INDEX
                               FROM 1 BY 1
                               UNTIL WS-CAREER-LINE-INDEX
                                   > WS-CAREER-LINE-COUNT
                           PERFORM RESCORE-ONE-CAREER-LINE
                       END-PERFORM
                       IF WS-CAREER-CHANGED-COUNT > 0
                           PERFORM REWRITE-CAREER-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESCORE-ONE-CAREER-LINE.
           MOVE CAREER-LINE(WS-CAREER-LINE-INDEX) TO CAREER-RECORD-LINE
           IF CAREER-RECORD-LINE(1:1) = "*"
                   OR CAREER-RECORD-LINE = SPACES
                   OR CAREER-RECORD-LINE(50:7) NOT NUMERIC
               CONTINUE
           ELSE
               SET BEST-FOUND TO FALSE
               MOVE 1 TO WS-BEST-INDEX
               PERFORM UNTIL BEST-FOUND
                       OR WS-BEST-INDEX > WS-BEST-COUNT
                   IF FUNCTION TRIM(BEST-NAME(WS-BEST-INDEX))
                           = FUNCTION TRIM(CAREER-RECORD-LINE(1:30))
                       SET BEST-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-BEST-INDEX
                   END-IF
               END-PERFORM
               IF BEST-FOUND
                   IF CAREER-RECORD-LINE(50:7)
                           NOT = BEST-SCORE(WS-BEST-INDEX)
                       DISPLAY "CAREER BEST "
                           FUNCTION TRIM(CAREER-RECORD-LINE(1:30))
                           ": " CAREER-RECORD-LINE(50:7) " -> "
                           BEST-SCORE(WS-BEST-INDEX)
                       MOVE BEST-SCORE(WS-BEST-INDEX)
                           TO CAREER-LINE(WS-CAREER-LINE-INDEX)(50:7)
                       ADD 1 TO WS-CAREER-CHANGED-COUNT
                   END-IF
               END-IF
           END-IF.

       REWRITE-CAREER-FILE.
           OPEN OUTPUT CAREER-FILE
           IF WS-CAREER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE career.txt (STATUS "
                   WS-CAREER-FILE-STATUS
                   ") - CAREER BESTS WERE NOT UPDATED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAREER-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-CAREER-LINE-INDEX
                           > WS-CAREER-LINE-COUNT
                   MOVE CAREER-LINE(WS-CAREER-LINE-INDEX)
                       TO CAREER-RECORD-LINE
                   WRITE CAREER-RECORD-LINE
               END-PERFORM
               CLOSE CAREER-FILE
           END-IF.
