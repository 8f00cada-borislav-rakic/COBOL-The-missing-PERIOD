       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIANT-REPORT.

      *Puts the A/B story variants side BY side. GAME hands every
      *NEW player a variant FROM variants.txt AND the engine stamps
      *the variant actually played ON every play LOG line, so this
      *batch sweeps the SAME logs PLAYTEST-REPORT does - every
      *slot's gameN.log AND the runs rolled INTO playlog.arc - AND
      *sorts each run under its variant: how many finished, were
      *defeated OR abandoned, the moves, REJECTED commands AND
      *hints they took, AND how their final scores spread.
      *
      *A run's score comes FROM the SCORE-FACTS= line the engine
      *logs AT the ending. The run is looked up ON highscores.txt
      *BY date, moves, difficulty AND name, AND the board's score
      *is used WHEN it is there - so a run RESCORE has since put
      *through a NEW formula is compared ON the formula the boards
      *show today. A run the boards have trimmed away keeps the
      *score its LOG recorded.
      *
      *Runs logged before variants existed (OR played ON the
      *standard story because their variant's FILE was missing)
      *carry no stamp AND are reported together AS (NONE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAY-LOG-FILE ASSIGN DYNAMIC WS-PLAY-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAY-LOG-STATUS.

           SELECT VARIANT-FILE ASSIGN TO 'variants.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-FILE-STATUS.

           SELECT HIGH-SCORE-FILE ASSIGN TO 'highscores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIGH-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       FD VARIANT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VARIANT-RECORD.
       01 VARIANT-RECORD           PIC X(100).

       FD HIGH-SCORE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HIGH-SCORE-RECORD.
       01 HIGH-SCORE-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
      *Nine variants CAN be defined - the SAME limit GAME assigns
      *FROM - PLUS ONE column FOR unstamped runs.
       78 VARIANT-CAPACITY         VALUE 10.
       78 SCORE-BAND-CAPACITY      VALUE 6.
       78 SCORE-BAND-WIDTH         VALUE 500.
       78 BOARD-CAPACITY           VALUE 500.
       78 COLUMNS-PER-GROUP        VALUE 4.
       78 METRIC-ROW-COUNT         VALUE 21.

       01 WS-PLAY-LOG-PATH         PIC X(20) VALUE SPACES.
       01 WS-PLAY-LOG-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-LOG-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-LOG-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-VARIANT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-HIGH-SCORE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-FLAG              PIC X(1) VALUE 'N'.
           88 EOF-REACHED                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-SLOT-NUMBER           PIC 9(2) VALUE 1.
       01 WS-SLOT-DIGIT            PIC 9(1) VALUE 1.

      *A LOG line is written AT fixed offsets BY LOG-PLAY-EVENT:
      *columns 1-14 timestamp, 25-27 DIALOGUE entry, 36 onward the
      *action text, AND "VARIANT=" AT 117-124 WITH the variant's
      *name AT 125-132 ON a run that played ONE.
       01 WS-LOG-TIMESTAMP         PIC X(14) VALUE SPACES.
       01 WS-LOG-ENTRY-TEXT        PIC X(3) VALUE SPACES.
       01 WS-LOG-ACTION-TEXT       PIC X(65) VALUE SPACES.

      *The report CAN be windowed TO a FROM/TO date (YYYYMMDD,
      *blank FOR open-ended), the SAME way PLAYTEST-REPORT is.
       01 WS-DATE-INPUT            PIC X(20) VALUE SPACES.
       01 WS-FROM-DATE             PIC X(8) VALUE SPACES.
       01 WS-TO-DATE               PIC X(8) VALUE SPACES.
       01 WS-IN-WINDOW-FLAG        PIC X(1) VALUE 'N'.
           88 LINE-IN-WINDOW                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The run being swept - ONE live LOG, OR ONE archived session
      *BETWEEN TWO ARCHIVED markers.
       01 WS-SEGMENT-COUNTED-FLAG  PIC X(1) VALUE 'N'.
           88 SEGMENT-COUNTED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RUN-ENDED-FLAG        PIC X(1) VALUE 'N'.
           88 RUN-REACHED-ENDING            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RUN-DEFEAT-FLAG       PIC X(1) VALUE 'N'.
           88 RUN-ENDED-IN-DEFEAT           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RUN-SCORED-FLAG       PIC X(1) VALUE 'N'.
           88 RUN-SCORED                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RUN-VARIANT           PIC X(8) VALUE SPACES.
       01 WS-RUN-MOVES             PIC 9(5) VALUE 0.
       01 WS-RUN-REJECTS           PIC 9(5) VALUE 0.
       01 WS-RUN-HINTS             PIC 9(5) VALUE 0.
       01 WS-RUN-SCORE             PIC 9(7) VALUE 0.

      *The SCORE-FACTS= line's fields, AT the columns
      *LOG-SCORE-FACTS writes them: date 1-8, moves 35-39,
      *difficulty 51, score 53-59, name 70-99.
       01 WS-FACTS-DATE            PIC X(8) VALUE SPACES.
       01 WS-FACTS-MOVES           PIC 9(5) VALUE 0.
       01 WS-FACTS-DIFF            PIC X(1) VALUE SPACES.
       01 WS-FACTS-SCORE           PIC 9(7) VALUE 0.
       01 WS-FACTS-NAME            PIC X(30) VALUE SPACES.

      *highscores.txt, AS APPEND-HIGH-SCORE AND LEADERBOARD-MAINT
      *lay it out: date 1-8, score 16-22, moves 30-34, "DIFF " 36-40
      *AND the difficulty AT 41, name 43-72 (name AT 36 AND Normal
      *difficulty ON lines older than the DIFF field). A board line
      *once matched TO a run is NOT matched TO a second ONE.
       01 BOARD-TABLE.
           02 BOARD-ENTRY          OCCURS BOARD-CAPACITY TIMES.
               03 BOARD-DATE       PIC X(8) VALUE SPACES.
               03 BOARD-SCORE      PIC 9(7) VALUE 0.
               03 BOARD-MOVES      PIC 9(5) VALUE 0.
               03 BOARD-DIFF       PIC X(1) VALUE SPACES.
               03 BOARD-NAME       PIC X(30) VALUE SPACES.
               03 BOARD-CLAIMED    PIC X(1) VALUE 'N'.
       01 WS-BOARD-COUNT           PIC 9(3) VALUE 0.
       01 WS-BOARD-INDEX           PIC 9(3) VALUE 0.
       01 WS-BOARD-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 BOARD-LINE-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *ONE column PER variant: the ONES variants.txt defines, IN
      *its order, THEN any other name the logs turn up - (NONE),
      *kept AS a blank name, among them FOR unstamped runs.
       01 VARIANT-TABLE.
           02 VARIANT-ENTRY        OCCURS VARIANT-CAPACITY TIMES.
               03 VARIANT-NAME     PIC X(8) VALUE SPACES.
               03 VARIANT-RUNS     PIC 9(5) VALUE 0.
               03 VARIANT-FINISHED PIC 9(5) VALUE 0.
               03 VARIANT-DEFEATED PIC 9(5) VALUE 0.
               03 VARIANT-ABANDONED
                                   PIC 9(5) VALUE 0.
               03 VARIANT-MOVES    PIC 9(7) VALUE 0.
               03 VARIANT-REJECTS  PIC 9(7) VALUE 0.
               03 VARIANT-HINTS    PIC 9(7) VALUE 0.
               03 VARIANT-SCORED   PIC 9(5) VALUE 0.
               03 VARIANT-SCORE-TOTAL
                                   PIC 9(9) VALUE 0.
               03 VARIANT-SCORE-LOW
                                   PIC 9(7) VALUE 0.
               03 VARIANT-SCORE-HIGH
                                   PIC 9(7) VALUE 0.
               03 VARIANT-BAND     PIC 9(5) VALUE 0
                                    OCCURS SCORE-BAND-CAPACITY TIMES.
       01 WS-VARIANT-COUNT         PIC 9(2) VALUE 0.
       01 WS-VARIANT-INDEX         PIC 9(2) VALUE 0.
       01 WS-VARIANT-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 VARIANT-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-OVERFLOW-RUN-COUNT    PIC 9(5) VALUE 0.
       01 WS-TOTAL-RUN-COUNT       PIC 9(5) VALUE 0.
       01 WS-BAND-INDEX            PIC 9(2) VALUE 0.

      *The side-BY-side table: a 28-character label, THEN ONE
      *12-character column PER variant, four variants TO a group.
       01 WS-GROUP-START           PIC 9(2) VALUE 0.
       01 WS-GROUP-END             PIC 9(2) VALUE 0.
       01 WS-COLUMN-INDEX          PIC 9(2) VALUE 0.
       01 WS-COLUMN-START          PIC 9(3) VALUE 0.
       01 WS-METRIC-ROW            PIC 9(2) VALUE 0.
       01 WS-REPORT-LINE           PIC X(80) VALUE SPACES.
       01 WS-RULER                 PIC X(80) VALUE ALL "-".
       01 WS-CELL-TEXT             PIC X(12) VALUE SPACES.
       01 WS-NAME-CELL             PIC X(11) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 WS-COUNT-EDIT            PIC Z(10)9.
       01 WS-RATE-EDIT             PIC Z(8)9.9.
       01 WS-RATE-VALUE            PIC 9(7)V9 VALUE 0.
       01 WS-BAND-LOW              PIC 9(5) VALUE 0.
       01 WS-BAND-HIGH             PIC 9(5) VALUE 0.
       01 WS-BAND-LOW-EDIT         PIC Z(4)9.
       01 WS-BAND-HIGH-EDIT        PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "From date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT(1:8) NUMERIC
               MOVE WS-DATE-INPUT(1:8) TO WS-FROM-DATE
           END-IF

           DISPLAY "To date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT(1:8) NUMERIC
               MOVE WS-DATE-INPUT(1:8) TO WS-TO-DATE
           END-IF

           PERFORM LOAD-VARIANT-NAMES
           PERFORM LOAD-HIGH-SCORE-BOARD

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

           PERFORM SWEEP-ARCHIVE-LOG

           DISPLAY "===== STORY VARIANT COMPARISON ====="
           IF WS-FROM-DATE NOT = SPACES
                   OR WS-TO-DATE NOT = SPACES
               DISPLAY "WINDOW: " WS-FROM-DATE " - " WS-TO-DATE
           END-IF
           DISPLAY "RUNS SWEPT: " WS-TOTAL-RUN-COUNT
           IF WS-OVERFLOW-RUN-COUNT > 0
               DISPLAY "RUNS UNDER MORE THAN " VARIANT-CAPACITY
                   " VARIANT NAMES - NOT COMPARED: "
                   WS-OVERFLOW-RUN-COUNT
           END-IF
           DISPLAY " "

           IF WS-VARIANT-COUNT = 0
               DISPLAY "NO VARIANTS DEFINED AND NO RUNS FOUND."
           ELSE
               PERFORM VARYING WS-GROUP-START FROM 1
                       BY COLUMNS-PER-GROUP
                       UNTIL WS-GROUP-START > WS-VARIANT-COUNT
                   PERFORM PRINT-VARIANT-GROUP
               END-PERFORM
           END-IF

           STOP RUN.

       LOAD-VARIANT-NAMES.
      *    The defined variants take the FIRST columns, so a
      *    variant nobody has played yet still shows up - AS a
      *    column OF zeros. See variants.txt FOR the columns.
           SET EOF-REACHED TO FALSE
           OPEN INPUT VARIANT-FILE
           IF WS-VARIANT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ VARIANT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF VARIANT-RECORD(1:8) = "VARIANT "
                                   AND VARIANT-RECORD(10:8)
                                       NOT = SPACES
                               MOVE VARIANT-RECORD(10:8)
                                   TO WS-RUN-VARIANT
                               PERFORM FIND-VARIANT-COLUMN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANT-FILE
           END-IF
           MOVE SPACES TO WS-RUN-VARIANT.

       LOAD-HIGH-SCORE-BOARD.
      *    A missing highscores.txt is NOT fatal - every scored run
      *    simply keeps the score its LOG recorded.
           MOVE 0 TO WS-BOARD-COUNT
           SET EOF-REACHED TO FALSE
           OPEN INPUT HIGH-SCORE-FILE
           IF WS-HIGH-SCORE-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ HIGH-SCORE-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-BOARD-LINE
                   END-READ
               END-PERFORM
               CLOSE HIGH-SCORE-FILE
           END-IF.

       LOAD-ONE-BOARD-LINE.
      *    Board titles ("--") AND anything that does NOT parse AS
      *    a score line are skipped.
           IF HIGH-SCORE-RECORD(1:2) = "--"
                   OR HIGH-SCORE-RECORD(1:8) NOT NUMERIC
                   OR HIGH-SCORE-RECORD(16:7) NOT NUMERIC
                   OR HIGH-SCORE-RECORD(30:5) NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-BOARD-COUNT < BOARD-CAPACITY
                   ADD 1 TO WS-BOARD-COUNT
                   MOVE HIGH-SCORE-RECORD(1:8)
                       TO BOARD-DATE(WS-BOARD-COUNT)
                   MOVE HIGH-SCORE-RECORD(16:7)
                       TO BOARD-SCORE(WS-BOARD-COUNT)
                   MOVE HIGH-SCORE-RECORD(30:5)
                       TO BOARD-MOVES(WS-BOARD-COUNT)
                   IF HIGH-SCORE-RECORD(36:5) = "DIFF "
                       MOVE HIGH-SCORE-RECORD(41:1)
                           TO BOARD-DIFF(WS-BOARD-COUNT)
                       MOVE HIGH-SCORE-RECORD(43:30)
                           TO BOARD-NAME(WS-BOARD-COUNT)
                   ELSE
                       MOVE 'N' TO BOARD-DIFF(WS-BOARD-COUNT)
                       MOVE HIGH-SCORE-RECORD(36:30)
                           TO BOARD-NAME(WS-BOARD-COUNT)
                   END-IF
                   MOVE 'N' TO BOARD-CLAIMED(WS-BOARD-COUNT)
               END-IF
           END-IF.

       SWEEP-ONE-LOG.
           PERFORM RESET-RUN-TALLIES
           SET EOF-LOG-REACHED TO FALSE

           OPEN INPUT PLAY-LOG-FILE
      *    A slot that has never been played has no LOG - that is
      *    NOT an error, the sweep just moves ON.
           IF WS-PLAY-LOG-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LOG-REACHED
                   READ PLAY-LOG-FILE
                       AT END
                           SET EOF-LOG-REACHED TO TRUE
                       NOT AT END
                           PERFORM TALLY-LOG-LINE
                   END-READ
               END-PERFORM

               CLOSE PLAY-LOG-FILE

               PERFORM CLOSE-OUT-RUN
           END-IF.

       SWEEP-ARCHIVE-LOG.
      *    playlog.arc is the SAME LOG format WITH a dated marker
      *    line ahead OF each rolled gameN.log - every marker closes
      *    out ONE archived run AND opens the next.
           PERFORM RESET-RUN-TALLIES
           SET EOF-LOG-REACHED TO FALSE
           MOVE "playlog.arc" TO WS-PLAY-LOG-PATH

           OPEN INPUT PLAY-LOG-FILE
           IF WS-PLAY-LOG-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LOG-REACHED
                   READ PLAY-LOG-FILE
                       AT END
                           SET EOF-LOG-REACHED TO TRUE
                       NOT AT END
                           IF PLAY-LOG-RECORD(1:17)
                                   = "======== ARCHIVED"
                               PERFORM CLOSE-OUT-RUN
                               PERFORM RESET-RUN-TALLIES
                           ELSE
                               PERFORM TALLY-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PLAY-LOG-FILE

               PERFORM CLOSE-OUT-RUN
           END-IF.

       RESET-RUN-TALLIES.
           SET SEGMENT-COUNTED TO FALSE
           SET RUN-REACHED-ENDING TO FALSE
           SET RUN-ENDED-IN-DEFEAT TO FALSE
           SET RUN-SCORED TO FALSE
           MOVE SPACES TO WS-RUN-VARIANT
           MOVE 0 TO WS-RUN-MOVES
           MOVE 0 TO WS-RUN-REJECTS
           MOVE 0 TO WS-RUN-HINTS
           MOVE 0 TO WS-RUN-SCORE.

       TALLY-LOG-LINE.
           MOVE PLAY-LOG-RECORD(1:14) TO WS-LOG-TIMESTAMP
           MOVE PLAY-LOG-RECORD(25:3) TO WS-LOG-ENTRY-TEXT
           MOVE PLAY-LOG-RECORD(36:65) TO WS-LOG-ACTION-TEXT

           SET LINE-IN-WINDOW TO TRUE
           IF WS-LOG-TIMESTAMP NOT NUMERIC
                   OR (WS-FROM-DATE NOT = SPACES
                       AND WS-LOG-TIMESTAMP(1:8) < WS-FROM-DATE)
                   OR (WS-TO-DATE NOT = SPACES
                       AND WS-LOG-TIMESTAMP(1:8) > WS-TO-DATE)
               SET LINE-IN-WINDOW TO FALSE
           END-IF

      *    The run belongs TO the FIRST variant stamped ON it - the
      *    engine stamps every line OF a run alike.
           IF LINE-IN-WINDOW
                   AND WS-RUN-VARIANT = SPACES
                   AND PLAY-LOG-RECORD(117:8) = "VARIANT="
               MOVE PLAY-LOG-RECORD(125:8) TO WS-RUN-VARIANT
           END-IF

           IF LINE-IN-WINDOW
                   AND PLAY-LOG-RECORD(16:12) = "SCORE-FACTS="
               PERFORM NOTE-SCORE-FACTS
           END-IF

      *    Anything that does NOT parse AS a move line - a marker,
      *    the facts line, a hand edit - is NOT a move.
           IF LINE-IN-WINDOW AND WS-LOG-ENTRY-TEXT NUMERIC
               SET SEGMENT-COUNTED TO TRUE

               IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) = "ENDING"
                   SET RUN-REACHED-ENDING TO TRUE
               END-IF

      *        Moves are counted the way LOG-PLAY-EVENT ticks the
      *        turn clock: REJECTED tries, the SKILLCHECK, HINT AND
      *        DEFEAT audit lines AND an UNDO do NOT move the story.
               IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) = "DEFEAT"
                   SET RUN-ENDED-IN-DEFEAT TO TRUE
               ELSE
               IF WS-LOG-ACTION-TEXT(1:9) = "REJECTED "
                   ADD 1 TO WS-RUN-REJECTS
               ELSE
               IF WS-LOG-ACTION-TEXT(1:5) = "HINT "
                   ADD 1 TO WS-RUN-HINTS
               ELSE
               IF WS-LOG-ACTION-TEXT(1:11) = "SKILLCHECK "
                       OR FUNCTION TRIM(WS-LOG-ACTION-TEXT) = "UNDO"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RUN-MOVES
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       NOTE-SCORE-FACTS.
      *    A malformed facts line is ignored, AS RESCORE reports
      *    AND skips it. The last good ONE IN a run stands.
           IF PLAY-LOG-RECORD(35:5) NUMERIC
                   AND PLAY-LOG-RECORD(53:7) NUMERIC
               SET RUN-SCORED TO TRUE
               MOVE PLAY-LOG-RECORD(1:8) TO WS-FACTS-DATE
               MOVE PLAY-LOG-RECORD(35:5) TO WS-FACTS-MOVES
               MOVE PLAY-LOG-RECORD(51:1) TO WS-FACTS-DIFF
               MOVE PLAY-LOG-RECORD(53:7) TO WS-FACTS-SCORE
               MOVE PLAY-LOG-RECORD(70:30) TO WS-FACTS-NAME
           END-IF.

       CLOSE-OUT-RUN.
      *    A run that logged nothing inside the window is NOT a run
      *    this report covers.
           IF SEGMENT-COUNTED
               ADD 1 TO WS-TOTAL-RUN-COUNT
               PERFORM FIND-VARIANT-COLUMN
               IF NOT VARIANT-FOUND
                   ADD 1 TO WS-OVERFLOW-RUN-COUNT
               ELSE
                   PERFORM ADD-RUN-TO-VARIANT
               END-IF
           END-IF.

       FIND-VARIANT-COLUMN.
      *    Finds WS-RUN-VARIANT's column, opening a NEW ONE FOR a
      *    name NOT yet seen WHILE there is room.
           SET VARIANT-FOUND TO FALSE
           MOVE 1 TO WS-VARIANT-INDEX
           PERFORM UNTIL VARIANT-FOUND
                   OR WS-VARIANT-INDEX > WS-VARIANT-COUNT
               IF VARIANT-NAME(WS-VARIANT-INDEX) = WS-RUN-VARIANT
                   SET VARIANT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-VARIANT-INDEX
               END-IF
           END-PERFORM

           IF NOT VARIANT-FOUND
                   AND WS-VARIANT-COUNT < VARIANT-CAPACITY
               ADD 1 TO WS-VARIANT-COUNT
               MOVE WS-VARIANT-COUNT TO WS-VARIANT-INDEX
               MOVE WS-RUN-VARIANT TO VARIANT-NAME(WS-VARIANT-INDEX)
               SET VARIANT-FOUND TO TRUE
           END-IF.

       ADD-RUN-TO-VARIANT.
           ADD 1 TO VARIANT-RUNS(WS-VARIANT-INDEX)
           IF RUN-REACHED-ENDING
               ADD 1 TO VARIANT-FINISHED(WS-VARIANT-INDEX)
           ELSE
           IF RUN-ENDED-IN-DEFEAT
               ADD 1 TO VARIANT-DEFEATED(WS-VARIANT-INDEX)
           ELSE
               ADD 1 TO VARIANT-ABANDONED(WS-VARIANT-INDEX)
           END-IF
           END-IF
           ADD WS-RUN-MOVES TO VARIANT-MOVES(WS-VARIANT-INDEX)
           ADD WS-RUN-REJECTS TO VARIANT-REJECTS(WS-VARIANT-INDEX)
           ADD WS-RUN-HINTS TO VARIANT-HINTS(WS-VARIANT-INDEX)

           IF RUN-SCORED
               PERFORM RESOLVE-RUN-SCORE
               ADD 1 TO VARIANT-SCORED(WS-VARIANT-INDEX)
               ADD WS-RUN-SCORE TO VARIANT-SCORE-TOTAL(WS-VARIANT-INDEX)
               IF VARIANT-SCORED(WS-VARIANT-INDEX) = 1
                       OR WS-RUN-SCORE
                           < VARIANT-SCORE-LOW(WS-VARIANT-INDEX)
                   MOVE WS-RUN-SCORE
                       TO VARIANT-SCORE-LOW(WS-VARIANT-INDEX)
               END-IF
               IF WS-RUN-SCORE > VARIANT-SCORE-HIGH(WS-VARIANT-INDEX)
                   MOVE WS-RUN-SCORE
                       TO VARIANT-SCORE-HIGH(WS-VARIANT-INDEX)
               END-IF
               COMPUTE WS-BAND-INDEX
                   = WS-RUN-SCORE / SCORE-BAND-WIDTH + 1
               IF WS-BAND-INDEX > SCORE-BAND-CAPACITY
                   MOVE SCORE-BAND-CAPACITY TO WS-BAND-INDEX
               END-IF
               ADD 1 TO VARIANT-BAND(WS-VARIANT-INDEX, WS-BAND-INDEX)
           END-IF.

       RESOLVE-RUN-SCORE.
      *    The board's score wins over the LOG's WHEN the run is
      *    still ON a board - it is what the players see AND what
      *    RESCORE keeps current.
           MOVE WS-FACTS-SCORE TO WS-RUN-SCORE
           SET BOARD-LINE-FOUND TO FALSE
           MOVE 1 TO WS-BOARD-INDEX
           PERFORM UNTIL BOARD-LINE-FOUND
                   OR WS-BOARD-INDEX > WS-BOARD-COUNT
               IF BOARD-CLAIMED(WS-BOARD-INDEX) = 'N'
                       AND BOARD-DATE(WS-BOARD-INDEX) = WS-FACTS-DATE
                       AND BOARD-MOVES(WS-BOARD-INDEX)
                           = WS-FACTS-MOVES
                       AND BOARD-DIFF(WS-BOARD-INDEX) = WS-FACTS-DIFF
                       AND BOARD-NAME(WS-BOARD-INDEX) = WS-FACTS-NAME
                   SET BOARD-LINE-FOUND TO TRUE
                   MOVE 'Y' TO BOARD-CLAIMED(WS-BOARD-INDEX)
                   MOVE BOARD-SCORE(WS-BOARD-INDEX) TO WS-RUN-SCORE
               ELSE
                   ADD 1 TO WS-BOARD-INDEX
               END-IF
           END-PERFORM.

       PRINT-VARIANT-GROUP.
           COMPUTE WS-GROUP-END = WS-GROUP-START + COLUMNS-PER-GROUP - 1
           IF WS-GROUP-END > WS-VARIANT-COUNT
               MOVE WS-VARIANT-COUNT TO WS-GROUP-END
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "VARIANT" TO WS-REPORT-LINE(1:28)
           PERFORM VARYING WS-COLUMN-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-COLUMN-INDEX > WS-GROUP-END
               IF VARIANT-NAME(WS-COLUMN-INDEX) = SPACES
                   MOVE "(NONE)" TO WS-NAME-CELL
               ELSE
                   MOVE FUNCTION TRIM(VARIANT-NAME(WS-COLUMN-INDEX))
                       TO WS-NAME-CELL
               END-IF
               MOVE WS-NAME-CELL TO WS-CELL-TEXT
               PERFORM PLACE-CELL-TEXT
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           COMPUTE WS-COLUMN-START
               = 28 + (WS-GROUP-END - WS-GROUP-START + 1) * 12
           DISPLAY WS-RULER(1:WS-COLUMN-START)

           PERFORM VARYING WS-METRIC-ROW FROM 1 BY 1
                   UNTIL WS-METRIC-ROW > METRIC-ROW-COUNT
               PERFORM PRINT-METRIC-ROW
           END-PERFORM
           DISPLAY " ".

       PRINT-METRIC-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-METRIC-ROW
               WHEN 1
                   MOVE "RUNS" TO WS-REPORT-LINE(1:28)
               WHEN 2
                   MOVE "  FINISHED" TO WS-REPORT-LINE(1:28)
               WHEN 3
                   MOVE "  DEFEATED" TO WS-REPORT-LINE(1:28)
               WHEN 4
                   MOVE "  ABANDONED" TO WS-REPORT-LINE(1:28)
               WHEN 5
                   MOVE "COMPLETION RATE %" TO WS-REPORT-LINE(1:28)
               WHEN 6
                   MOVE "DEFEAT RATE %" TO WS-REPORT-LINE(1:28)
               WHEN 7
                   MOVE "AVERAGE MOVES PER RUN" TO WS-REPORT-LINE(1:28)
               WHEN 8
                   MOVE "REJECTED COMMANDS" TO WS-REPORT-LINE(1:28)
               WHEN 9
                   MOVE "  PER RUN" TO WS-REPORT-LINE(1:28)
               WHEN 10
                   MOVE "HINTS TAKEN" TO WS-REPORT-LINE(1:28)
               WHEN 11
                   MOVE "  PER RUN" TO WS-REPORT-LINE(1:28)
               WHEN 12
                   MOVE "SCORED RUNS" TO WS-REPORT-LINE(1:28)
               WHEN 13
                   MOVE "  LOWEST SCORE" TO WS-REPORT-LINE(1:28)
               WHEN 14
                   MOVE "  AVERAGE SCORE" TO WS-REPORT-LINE(1:28)
               WHEN 15
                   MOVE "  HIGHEST SCORE" TO WS-REPORT-LINE(1:28)
               WHEN OTHER
                   PERFORM BUILD-BAND-LABEL
           END-EVALUATE

           PERFORM VARYING WS-COLUMN-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-COLUMN-INDEX > WS-GROUP-END
               PERFORM FORMAT-METRIC-CELL
               PERFORM PLACE-CELL-TEXT
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

       BUILD-BAND-LABEL.
      *    Rows 16 onward are the score bands, SCORE-BAND-WIDTH
      *    points wide, the last ONE open-ended.
           COMPUTE WS-BAND-INDEX = WS-METRIC-ROW - 15
           COMPUTE WS-BAND-LOW = (WS-BAND-INDEX - 1) * SCORE-BAND-WIDTH
           MOVE WS-BAND-LOW TO WS-BAND-LOW-EDIT
           IF WS-BAND-INDEX < SCORE-BAND-CAPACITY
               COMPUTE WS-BAND-HIGH = WS-BAND-LOW + SCORE-BAND-WIDTH - 1
               MOVE WS-BAND-HIGH TO WS-BAND-HIGH-EDIT
               STRING "  SCORES " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BAND-LOW-EDIT) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BAND-HIGH-EDIT)
                           DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  SCORES " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BAND-LOW-EDIT) DELIMITED BY SIZE
                       " AND UP" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.

       FORMAT-METRIC-CELL.
      *    Counts print whole, rates AND averages TO ONE decimal; a
      *    rate over no runs (OR a score over no scored runs) has
      *    nothing TO say AND prints a dash.
           MOVE SPACES TO WS-CELL-TEXT
           EVALUATE WS-METRIC-ROW
               WHEN 1
                   MOVE VARIANT-RUNS(WS-COLUMN-INDEX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 2
                   MOVE VARIANT-FINISHED(WS-COLUMN-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 3
                   MOVE VARIANT-DEFEATED(WS-COLUMN-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 4
                   MOVE VARIANT-ABANDONED(WS-COLUMN-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 5
                   IF VARIANT-RUNS(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-FINISHED(WS-COLUMN-INDEX) * 100
                           / VARIANT-RUNS(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 6
                   IF VARIANT-RUNS(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-DEFEATED(WS-COLUMN-INDEX) * 100
                           / VARIANT-RUNS(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 7
                   IF VARIANT-RUNS(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-MOVES(WS-COLUMN-INDEX)
                           / VARIANT-RUNS(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 8
                   MOVE VARIANT-REJECTS(WS-COLUMN-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 9
                   IF VARIANT-RUNS(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-REJECTS(WS-COLUMN-INDEX)
                           / VARIANT-RUNS(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 10
                   MOVE VARIANT-HINTS(WS-COLUMN-INDEX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 11
                   IF VARIANT-RUNS(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-HINTS(WS-COLUMN-INDEX)
                           / VARIANT-RUNS(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 12
                   MOVE VARIANT-SCORED(WS-COLUMN-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
               WHEN 13
                   IF VARIANT-SCORED(WS-COLUMN-INDEX) > 0
                       MOVE VARIANT-SCORE-LOW(WS-COLUMN-INDEX)
                           TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
                   END-IF
               WHEN 14
                   IF VARIANT-SCORED(WS-COLUMN-INDEX) > 0
                       COMPUTE WS-RATE-VALUE ROUNDED
                           = VARIANT-SCORE-TOTAL(WS-COLUMN-INDEX)
                           / VARIANT-SCORED(WS-COLUMN-INDEX)
                       PERFORM FORMAT-RATE-CELL
                   END-IF
               WHEN 15
                   IF VARIANT-SCORED(WS-COLUMN-INDEX) > 0
                       MOVE VARIANT-SCORE-HIGH(WS-COLUMN-INDEX)
                           TO WS-COUNT-EDIT
                       MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
                   END-IF
               WHEN OTHER
                   MOVE VARIANT-BAND(WS-COLUMN-INDEX,
                       WS-METRIC-ROW - 15) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-CELL-TEXT
           END-EVALUATE

           IF WS-CELL-TEXT = SPACES
               MOVE "-" TO WS-CELL-TEXT(11:1)
           END-IF.

       FORMAT-RATE-CELL.
           MOVE WS-RATE-VALUE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-CELL-TEXT.

       PLACE-CELL-TEXT.
      *    Each variant's column sits right-aligned IN the FIRST 11
      *    OF its 12 characters after the label.
           COMPUTE WS-COLUMN-START
               = 29 + (WS-COLUMN-INDEX - WS-GROUP-START) * 12
           MOVE WS-CELL-TEXT TO WS-REPORT-LINE(WS-COLUMN-START:12).
