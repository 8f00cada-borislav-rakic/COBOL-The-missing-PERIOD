      *action tables - whichever TABLE matches settles where the
      *player actually stood. TIMEGATE redirects are replayed the
      *SAME way, off a move clock rebuilt FROM the LOG.
      *
      *A LOG kept across a STORY-BUILD holds lines numbered FOR an
      *earlier build. Each run OF lines follows a STORY-BUILD=
      *marker naming its build (lines before any marker predate the
      *map), AND the story's .map FILE carries those numbers forward
      *TO the build being measured; a line whose entry has since
      *been removed counts FOR nothing.
      *
      *A line stamped WITH a story variant (VARIANT= IN columns
      *117-132) was played against that variant's OWN FILE, whose
      *entry numbers need NOT mean the scenes they mean here. Such
      *lines are left out AND totalled AS VARIANT LINES NOT
      *COUNTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
       01 DIALOGUE-RECORD          PIC X(500).

       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       FD RULES-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD             PIC X(100).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAP-RECORD.
       01 MAP-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
      *These capacities mirror the engine's OWN single sources OF
      *truth.
       78 ACTION-TABLE-CAPACITY    VALUE 32.
       78 RULE-TABLE-CAPACITY      VALUE 50.
       78 TASK-FLAG-CAPACITY       VALUE 20.
       78 MAP-STEP-CAPACITY        VALUE 10.
       78 MAP-ROW-CAPACITY         VALUE 1000.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE "dialogue.txt".
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 EOF-RULES-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The entry map, loaded the way the engine loads it.
       01 WS-MAP-FILE-PATH         PIC X(24) VALUE SPACES.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MAP-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-MAP-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BUILD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-LOG-BUILD-STAMP       PIC X(14) VALUE ZEROS.
       01 MAP-STEPS.
           02 MAP-STEP             OCCURS MAP-STEP-CAPACITY TIMES.
               03 MAP-STEP-FROM    PIC X(14) VALUE SPACES.
               03 MAP-STEP-TO      PIC X(14) VALUE SPACES.
               03 MAP-STEP-FIRST-ROW
                                   PIC 9(4) VALUE 0.
               03 MAP-STEP-ROW-COUNT
                                   PIC 9(4) VALUE 0.
       01 WS-MAP-STEP-COUNT        PIC 9(2) VALUE 0.
       01 WS-MAP-STEP-INDEX        PIC 9(2) VALUE 0.
       01 MAP-ROWS.
           02 MAP-ROW              OCCURS MAP-ROW-CAPACITY TIMES.
               03 MAP-ROW-OLD      PIC 9(3) VALUE 0.
               03 MAP-ROW-NEW      PIC 9(3) VALUE 0.
       01 WS-MAP-ROW-COUNT         PIC 9(4) VALUE 0.
       01 WS-MAP-ROW-INDEX         PIC 9(4) VALUE 0.
       01 WS-MAP-LAST-ROW          PIC 9(4) VALUE 0.
       01 WS-MAP-CHAIN-STAMP       PIC X(14) VALUE SPACES.
       01 WS-MAP-HOPS              PIC 9(2) VALUE 0.
       01 WS-MAP-CHAIN-FLAG        PIC X(1) VALUE 'N'.
           88 MAP-CHAIN-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-STEP-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88 MAP-STEP-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-ROW-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 MAP-ROW-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 CHECK-LINES.
           02 CHECK-LINE           PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
       01 WS-LOG-TIMESTAMP         PIC X(14) VALUE SPACES.
       01 WS-LOG-ENTRY-TEXT        PIC X(3) VALUE SPACES.
       01 WS-LOG-ENTRY             PIC 9(3) VALUE 0.
       01 WS-LOG-ENTRY-AS-LOGGED   PIC 9(3) VALUE 0.
       01 WS-LOG-ACTION-TEXT       PIC X(65) VALUE SPACES.

      *Where the command was typed is the entry the PREVIOUS line
       01 WS-UNSELECTED-COUNT      PIC 9(3) VALUE 0.
       01 WS-UNROLLED-COUNT        PIC 9(3) VALUE 0.
       01 WS-LOGS-SWEPT-COUNT      PIC 9(2) VALUE 0.
       01 WS-VARIANT-SKIPPED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-DIALOGUE-LINES
           PERFORM BUILD-COVERAGE-TABLE
           PERFORM LOAD-SCENE-RULES
           PERFORM LOAD-ENTRY-MAP

           PERFORM VARYING WS-SLOT-NUMBER FROM 1 BY 1
                   UNTIL WS-SLOT-NUMBER > 9
               CLOSE RULES-FILE
           END-IF.

       LOAD-ENTRY-MAP.
      *    The entry map shares the base name too, WITH a .map
      *    extension. A story never run through STORY-BUILD has
      *    none, AND its LOG lines are taken AT face value.
           MOVE SPACES TO WS-MAP-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".map" DELIMITED BY SIZE
               INTO WS-MAP-FILE-PATH
           END-STRING

           MOVE SPACES TO WS-BUILD-STAMP
           MOVE 0 TO WS-MAP-STEP-COUNT
           MOVE 0 TO WS-MAP-ROW-COUNT
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
      *    numbers AT 10-12 AND 14-16.
           EVALUATE MAP-RECORD(1:8)
               WHEN "BUILD   "
                   MOVE MAP-RECORD(10:14) TO WS-BUILD-STAMP
               WHEN "STEP    "
                   IF WS-MAP-STEP-COUNT = MAP-STEP-CAPACITY
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

       LOAD-ONE-SCENE-RULE.
      *    Fixed columns, AS documented AT the engine's SCENE-RULES
      *    TABLE. Rules that do NOT route the player (HEALTH, the
           MOVE 0 TO WS-CAND-ENTRY-1
           MOVE 0 TO WS-CAND-ENTRY-2
           MOVE SPACES TO WS-PENDING-OUTCOME
           MOVE ZEROS TO WS-LOG-BUILD-STAMP
           PERFORM RESET-CLOCK-REPLAY

           OPEN INPUT PLAY-LOG-FILE
           MOVE PLAY-LOG-RECORD(25:3) TO WS-LOG-ENTRY-TEXT
           MOVE PLAY-LOG-RECORD(36:65) TO WS-LOG-ACTION-TEXT

      *    A variant run's lines - its build markers included -
      *    describe another FILE's numbering.
           IF PLAY-LOG-RECORD(117:8) = "VARIANT="
                   AND PLAY-LOG-RECORD(16:12) NOT = "STORY-BUILD="
               ADD 1 TO WS-VARIANT-SKIPPED-COUNT
           END-IF

      *    A STORY-BUILD= marker names the build the lines after it
      *    are numbered FOR.
           IF PLAY-LOG-RECORD(16:12) = "STORY-BUILD="
                   AND PLAY-LOG-RECORD(117:8) NOT = "VARIANT="
               MOVE PLAY-LOG-RECORD(28:14) TO WS-LOG-BUILD-STAMP
           END-IF

      *    A line that does NOT parse, whose entry a later build
      *    removed, OR that a variant run wrote, is left AT entry
      *    zero AND skipped.
           MOVE 0 TO WS-LOG-ENTRY
           IF WS-LOG-TIMESTAMP NUMERIC
                   AND WS-LOG-ENTRY-TEXT NUMERIC
                   AND NOT PAST-CHAPTER-BREAK
                   AND PLAY-LOG-RECORD(117:8) NOT = "VARIANT="
               MOVE WS-LOG-ENTRY-TEXT TO WS-LOG-ENTRY
               PERFORM TRANSLATE-LOG-ENTRY
           END-IF

           IF WS-LOG-ENTRY = 0
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-LOG-ACTION-TEXT(1:9) = "REJECTED "
                   WHEN WS-LOG-ACTION-TEXT(1:5) = "HINT "
               END-EVALUATE
           END-IF.

       TRANSLATE-LOG-ENTRY.
      *    Carries WS-LOG-ENTRY FROM the LOG's build TO the build
      *    being measured, step BY step through the map. A stamp
      *    outside this story's history (another language's FILE)
      *    leaves the number alone; zero means the entry is gone.
           IF WS-BUILD-STAMP NOT = SPACES
                   AND WS-LOG-BUILD-STAMP NOT = WS-BUILD-STAMP
               MOVE WS-LOG-BUILD-STAMP TO WS-MAP-CHAIN-STAMP
               SET MAP-CHAIN-FOUND TO FALSE
               MOVE 0 TO WS-MAP-HOPS
               MOVE WS-LOG-ENTRY TO WS-LOG-ENTRY-AS-LOGGED
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
                   MOVE WS-LOG-ENTRY-AS-LOGGED TO WS-LOG-ENTRY
               END-IF
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
               IF MAP-ROW-OLD(WS-MAP-ROW-INDEX) = WS-LOG-ENTRY
                   MOVE MAP-ROW-NEW(WS-MAP-ROW-INDEX) TO WS-LOG-ENTRY
                   SET MAP-ROW-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-ROW-INDEX
               END-IF
           END-PERFORM.

       STASH-SKILL-OUTCOME.
           MOVE 0 TO WS-NOUN-MATCH-COUNT
           INSPECT WS-LOG-ACTION-TEXT
           DISPLAY "===== CONTENT COVERAGE: "
               FUNCTION TRIM(WS-DIALOGUE-FILE-PATH) " ====="
           DISPLAY "LOGS SWEPT: " WS-LOGS-SWEPT-COUNT
           IF WS-VARIANT-SKIPPED-COUNT > 0
               DISPLAY "VARIANT LINES NOT COUNTED: "
                   WS-VARIANT-SKIPPED-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "ENTRIES NEVER VISITED:"

