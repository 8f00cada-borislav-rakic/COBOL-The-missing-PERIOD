       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBACK-TRIAGE.

      *Testers used TO mail US things like "the terminal text looked
      *wrong somewhere after the cabinet", AND a story-fix pass began
      *WITH working out which entry they meant. The engine's BUG AND
      *NOTE commands now append every such report TO feedback.txt
      *WITH the slot, player, language, chapter FILE, entry, move
      *count AND build stamp it was made AT. This batch turns that
      *FILE INTO the ONE list a fix pass starts FROM: the OPEN items
      *grouped BY chapter FILE AND entry, each group headed BY the
      *entry's scene text AS the DIALOGUE FILE has it today.
      *
      *A report made before a STORY-BUILD renumbered the story names
      *the entry AS it was numbered THEN. Its chapter FILE's .map is
      *followed FROM the report's build stamp TO the current build,
      *the SAME way COVERAGE-REPORT carries LOG lines forward, so
      *the report lands under the scene AS it is numbered now. A
      *report without a stamp predates the map (build 00000000000000);
      *ONE whose entry has since been removed is listed ON its OWN.
      *
      *Mode R (the default) only reports. Mode C reports AND THEN
      *asks FOR the item numbers TO close; the FILE is rewritten
      *WITH those items marked CLOSED AND dated, AND the prior FILE
      *kept AS feedback.bak. Run it inside the batch window - a
      *report appended while the FILE is being rewritten would be
      *lost WITH the old generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDBACK-FILE ASSIGN DYNAMIC WS-FEEDBACK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-FILE-STATUS.

           SELECT FEEDBACK-WORK-FILE ASSIGN DYNAMIC
                   WS-FEEDBACK-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-WORK-STATUS.

           SELECT DIALOGUE-FILE ASSIGN DYNAMIC WS-DIALOGUE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDBACK-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS FEEDBACK-RECORD.
       01 FEEDBACK-RECORD          PIC X(250).

       FD FEEDBACK-WORK-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS FEEDBACK-WORK-RECORD.
       01 FEEDBACK-WORK-RECORD     PIC X(250).

       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAP-RECORD.
       01 MAP-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       78 FEEDBACK-TABLE-CAPACITY  VALUE 500.
       78 MAP-STEP-CAPACITY        VALUE 10.
       78 MAP-ROW-CAPACITY         VALUE 1000.

       01 WS-FEEDBACK-FILE-PATH    PIC X(20) VALUE "feedback.txt".
       01 WS-FEEDBACK-WORK-PATH    PIC X(20) VALUE "feedback.tmp".
       01 WS-FEEDBACK-BACKUP-PATH  PIC X(20) VALUE "feedback.bak".
       01 WS-FEEDBACK-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-FEEDBACK-WORK-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-FEEDBACK-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-FEEDBACK-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE SPACES.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-DIALOGUE-LINE-NUMBER  PIC 9(3) VALUE 0.
       01 WS-SCENE-TEXT            PIC X(500) VALUE SPACES.

      *The OPEN items, IN FILE order until they are sorted. The
      *item number is the line's position IN feedback.txt - it is
      *what the operator types TO close the item.
       01 FEEDBACK-ITEMS.
           02 FEEDBACK-ITEM        OCCURS FEEDBACK-TABLE-CAPACITY
                                    TIMES.
               03 ITEM-CHAPTER     PIC X(20) VALUE SPACES.
               03 ITEM-ENTRY-NOW   PIC 9(3) VALUE 0.
               03 ITEM-NUMBER      PIC 9(4) VALUE 0.
               03 ITEM-ENTRY       PIC 9(3) VALUE 0.
               03 ITEM-STAMP       PIC X(14) VALUE SPACES.
               03 ITEM-SLOT        PIC X(1) VALUE SPACES.
               03 ITEM-PLAYER      PIC X(30) VALUE SPACES.
               03 ITEM-LANGUAGE    PIC X(20) VALUE SPACES.
               03 ITEM-MOVES       PIC X(5) VALUE SPACES.
               03 ITEM-KIND        PIC X(4) VALUE SPACES.
               03 ITEM-BUILD       PIC X(14) VALUE SPACES.
               03 ITEM-TEXT        PIC X(80) VALUE SPACES.
               03 ITEM-CLOSING     PIC X(1) VALUE 'N'.
       01 WS-ITEM-COUNT            PIC 9(4) VALUE 0.
       01 WS-ITEM-INDEX            PIC 9(4) VALUE 0.
       01 WS-LINE-NUMBER           PIC 9(4) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(4) VALUE 0.

      *Selection-sort working fields - the sort key is the leading
      *chapter, current entry AND item number OF each row.
       01 WS-SORT-OUTER            PIC 9(4) VALUE 0.
       01 WS-SORT-INNER            PIC 9(4) VALUE 0.
       01 WS-SORT-BEST             PIC 9(4) VALUE 0.
       01 WS-SWAP-ITEM             PIC X(199) VALUE SPACES.

       01 WS-GROUP-CHAPTER         PIC X(20) VALUE SPACES.
       01 WS-GROUP-ENTRY           PIC 9(3) VALUE 0.
       01 WS-GROUP-SIZE            PIC 9(4) VALUE 0.
       01 WS-GROUP-COUNT           PIC 9(4) VALUE 0.
       01 WS-GROUP-SCAN-INDEX      PIC 9(4) VALUE 0.

       01 WS-MODE-INPUT            PIC X(10) VALUE SPACES.
       01 WS-MODE                  PIC X(1) VALUE 'R'.
           88 MODE-REPORT                   VALUE 'R'.
           88 MODE-CLOSE                    VALUE 'C'.
       01 WS-CLOSE-INPUT           PIC X(10) VALUE SPACES.
       01 WS-CLOSE-NUMBER          PIC 9(4) VALUE 0.
       01 WS-CLOSE-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 CLOSE-ITEM-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CLOSE-STAMP           PIC X(14) VALUE SPACES.

      *The entry map, loaded the way the engine loads it - ONE
      *chapter FILE's map AT a time, since the items are sorted BY
      *chapter before they are translated.
       01 WS-MAP-BASE-NAME         PIC X(20) VALUE SPACES.
       01 WS-MAP-FILE-PATH         PIC X(24) VALUE SPACES.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MAP-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-MAP-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-CHAPTER           PIC X(20) VALUE SPACES.
       01 WS-BUILD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-ITEM-BUILD-STAMP      PIC X(14) VALUE ZEROS.
       01 WS-ITEM-ENTRY-AS-LOGGED  PIC 9(3) VALUE 0.
       01 WS-TRANSLATE-ENTRY       PIC 9(3) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Mode (R=report open items, C=close items): "
               WITH NO ADVANCING
           ACCEPT WS-MODE-INPUT
           IF WS-MODE-INPUT(1:1) = "C" OR WS-MODE-INPUT(1:1) = "c"
               SET MODE-CLOSE TO TRUE
           ELSE
               SET MODE-REPORT TO TRUE
           END-IF

           PERFORM LOAD-OPEN-FEEDBACK

           IF WS-ITEM-COUNT = 0
               DISPLAY "NO OPEN FEEDBACK - NOTHING TO TRIAGE."
               STOP RUN
           END-IF

      *    Sorted BY chapter AND entry AS reported, so each chapter's
      *    map is loaded once; THEN sorted again ON the translated
      *    entries FOR the report.
           PERFORM SORT-FEEDBACK-ITEMS
           PERFORM TRANSLATE-FEEDBACK-ITEMS
           PERFORM SORT-FEEDBACK-ITEMS
           PERFORM DISPLAY-TRIAGE-REPORT

           IF MODE-CLOSE
               PERFORM COLLECT-ITEMS-TO-CLOSE
               IF WS-CLOSED-COUNT > 0
                   PERFORM REWRITE-FEEDBACK-FILE
               ELSE
                   DISPLAY "NO ITEMS CLOSED - feedback.txt UNCHANGED."
               END-IF
           END-IF

           STOP RUN.

       LOAD-OPEN-FEEDBACK.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-LINE-NUMBER
           SET EOF-FEEDBACK-REACHED TO FALSE

           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-FILE-STATUS NOT = "00"
      *        No testers have reported anything yet.
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FEEDBACK-REACHED
                   READ FEEDBACK-FILE
                       AT END
                           SET EOF-FEEDBACK-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           PERFORM LOAD-ONE-FEEDBACK-LINE
                   END-READ
               END-PERFORM
               CLOSE FEEDBACK-FILE
           END-IF

           IF WS-SKIPPED-COUNT > 0
               DISPLAY "FEEDBACK FILE HOLDS MORE THAN "
                   FEEDBACK-TABLE-CAPACITY " OPEN ITEMS - "
                   WS-SKIPPED-COUNT " LATER ITEMS ARE NOT LISTED."
           END-IF.

       LOAD-ONE-FEEDBACK-LINE.
      *    Fixed columns, AS RECORD-TESTER-FEEDBACK writes them.
           EVALUATE TRUE
               WHEN FEEDBACK-RECORD(106:4) NOT = "OPEN"
                   CONTINUE
               WHEN FEEDBACK-RECORD(91:3) NOT NUMERIC
                   DISPLAY "MALFORMED FEEDBACK LINE " WS-LINE-NUMBER
                       " SKIPPED."
               WHEN WS-ITEM-COUNT = FEEDBACK-TABLE-CAPACITY
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-LINE-NUMBER TO ITEM-NUMBER(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(1:14)
                       TO ITEM-STAMP(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(16:1)
                       TO ITEM-SLOT(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(18:30)
                       TO ITEM-PLAYER(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(49:20)
                       TO ITEM-LANGUAGE(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(70:20)
                       TO ITEM-CHAPTER(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(91:3)
                       TO ITEM-ENTRY(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(91:3)
                       TO ITEM-ENTRY-NOW(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(95:5)
                       TO ITEM-MOVES(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(101:4)
                       TO ITEM-KIND(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(113:14)
                       TO ITEM-BUILD(WS-ITEM-COUNT)
                   MOVE FEEDBACK-RECORD(128:80)
                       TO ITEM-TEXT(WS-ITEM-COUNT)
                   MOVE 'N' TO ITEM-CLOSING(WS-ITEM-COUNT)
           END-EVALUATE.

       SORT-FEEDBACK-ITEMS.
      *    The leading 27 bytes OF a row - chapter, current entry,
      *    item number - are the sort key.
           PERFORM VARYING WS-SORT-OUTER FROM 1 BY 1
                   UNTIL WS-SORT-OUTER >= WS-ITEM-COUNT
               MOVE WS-SORT-OUTER TO WS-SORT-BEST
               PERFORM VARYING WS-SORT-INNER FROM WS-SORT-OUTER BY 1
                       UNTIL WS-SORT-INNER > WS-ITEM-COUNT
                   IF FEEDBACK-ITEM(WS-SORT-INNER)(1:27)
                           < FEEDBACK-ITEM(WS-SORT-BEST)(1:27)
                       MOVE WS-SORT-INNER TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-OUTER
                   MOVE FEEDBACK-ITEM(WS-SORT-OUTER) TO WS-SWAP-ITEM
                   MOVE FEEDBACK-ITEM(WS-SORT-BEST)
                       TO FEEDBACK-ITEM(WS-SORT-OUTER)
                   MOVE WS-SWAP-ITEM TO FEEDBACK-ITEM(WS-SORT-BEST)
               END-IF
           END-PERFORM.

       TRANSLATE-FEEDBACK-ITEMS.
           MOVE SPACES TO WS-MAP-CHAPTER
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF ITEM-CHAPTER(WS-ITEM-INDEX) NOT = WS-MAP-CHAPTER
                   MOVE ITEM-CHAPTER(WS-ITEM-INDEX) TO WS-MAP-CHAPTER
                   PERFORM LOAD-ENTRY-MAP
               END-IF
               IF ITEM-BUILD(WS-ITEM-INDEX) = SPACES
                   MOVE ZEROS TO WS-ITEM-BUILD-STAMP
               ELSE
                   MOVE ITEM-BUILD(WS-ITEM-INDEX)
                       TO WS-ITEM-BUILD-STAMP
               END-IF
               MOVE ITEM-ENTRY(WS-ITEM-INDEX) TO WS-TRANSLATE-ENTRY
               PERFORM TRANSLATE-ITEM-ENTRY
               MOVE WS-TRANSLATE-ENTRY
                   TO ITEM-ENTRY-NOW(WS-ITEM-INDEX)
           END-PERFORM.

       LOAD-ENTRY-MAP.
      *    The chapter FILE's map shares its base name WITH a .map
      *    extension. A story never run through STORY-BUILD has
      *    none, AND its reports are taken AT face value.
           MOVE SPACES TO WS-MAP-BASE-NAME
           UNSTRING WS-MAP-CHAPTER DELIMITED BY "."
               INTO WS-MAP-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-MAP-FILE-PATH
           STRING FUNCTION TRIM(WS-MAP-BASE-NAME) DELIMITED BY SIZE
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

       TRANSLATE-ITEM-ENTRY.
      *    Carries WS-TRANSLATE-ENTRY FROM the report's build TO the
      *    chapter FILE's current build, step BY step through the
      *    map. A stamp outside this story's history leaves the
      *    number alone; zero means the entry is gone.
           IF WS-BUILD-STAMP NOT = SPACES
                   AND WS-ITEM-BUILD-STAMP NOT = WS-BUILD-STAMP
               MOVE WS-ITEM-BUILD-STAMP TO WS-MAP-CHAIN-STAMP
               SET MAP-CHAIN-FOUND TO FALSE
               MOVE 0 TO WS-MAP-HOPS
               MOVE WS-TRANSLATE-ENTRY TO WS-ITEM-ENTRY-AS-LOGGED
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
                   MOVE WS-ITEM-ENTRY-AS-LOGGED TO WS-TRANSLATE-ENTRY
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
               IF MAP-ROW-OLD(WS-MAP-ROW-INDEX) = WS-TRANSLATE-ENTRY
                   MOVE MAP-ROW-NEW(WS-MAP-ROW-INDEX)
                       TO WS-TRANSLATE-ENTRY
                   SET MAP-ROW-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-ROW-INDEX
               END-IF
           END-PERFORM.

       DISPLAY-TRIAGE-REPORT.
           DISPLAY " "
           DISPLAY "===== OPEN TESTER FEEDBACK ====="
           MOVE SPACES TO WS-GROUP-CHAPTER
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF ITEM-CHAPTER(WS-ITEM-INDEX) NOT = WS-GROUP-CHAPTER
                   MOVE ITEM-CHAPTER(WS-ITEM-INDEX)
                       TO WS-GROUP-CHAPTER
                   DISPLAY " "
                   DISPLAY "CHAPTER FILE "
                       FUNCTION TRIM(WS-GROUP-CHAPTER)
                   PERFORM DISPLAY-GROUP-HEADING
               ELSE
                   IF ITEM-ENTRY-NOW(WS-ITEM-INDEX)
                           NOT = WS-GROUP-ENTRY
                       PERFORM DISPLAY-GROUP-HEADING
                   END-IF
               END-IF
               PERFORM DISPLAY-ONE-ITEM
           END-PERFORM
           DISPLAY " "
           DISPLAY "OPEN ITEMS: " WS-ITEM-COUNT
               "  ENTRIES: " WS-GROUP-COUNT
           DISPLAY "================================".

       DISPLAY-GROUP-HEADING.
      *    Counts the group's rows - they are adjacent after the
      *    sort - AND heads it WITH the entry's scene text.
           MOVE ITEM-ENTRY-NOW(WS-ITEM-INDEX) TO WS-GROUP-ENTRY
           ADD 1 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-SIZE
           PERFORM VARYING WS-GROUP-SCAN-INDEX FROM WS-ITEM-INDEX BY 1
                   UNTIL WS-GROUP-SCAN-INDEX > WS-ITEM-COUNT
                   OR ITEM-CHAPTER(WS-GROUP-SCAN-INDEX)
                       NOT = WS-GROUP-CHAPTER
                   OR ITEM-ENTRY-NOW(WS-GROUP-SCAN-INDEX)
                       NOT = WS-GROUP-ENTRY
               ADD 1 TO WS-GROUP-SIZE
           END-PERFORM

           IF WS-GROUP-ENTRY = 0
               DISPLAY "  ENTRY NO LONGER IN THE STORY ("
                   WS-GROUP-SIZE " OPEN)"
           ELSE
               DISPLAY "  ENTRY " WS-GROUP-ENTRY " ("
                   WS-GROUP-SIZE " OPEN)"
               PERFORM FETCH-SCENE-TEXT
               DISPLAY "    SCENE: " FUNCTION TRIM(WS-SCENE-TEXT(1:150))
           END-IF.

       FETCH-SCENE-TEXT.
      *    The entry number IS the line number IN the chapter FILE,
      *    the SAME way the engine's FETCH-DIALOGUE-LINE reads it.
           MOVE SPACES TO WS-SCENE-TEXT
           MOVE WS-GROUP-CHAPTER TO WS-DIALOGUE-FILE-PATH
           MOVE 0 TO WS-DIALOGUE-LINE-NUMBER
           SET EOF-DIALOGUE-REACHED TO FALSE

           OPEN INPUT DIALOGUE-FILE
           IF WS-DIALOGUE-FILE-STATUS NOT = "00"
               MOVE "(CHAPTER FILE CANNOT BE OPENED)" TO WS-SCENE-TEXT
           ELSE
               PERFORM UNTIL EOF-DIALOGUE-REACHED
                       OR WS-DIALOGUE-LINE-NUMBER = WS-GROUP-ENTRY
                   READ DIALOGUE-FILE
                       AT END
                           SET EOF-DIALOGUE-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DIALOGUE-LINE-NUMBER
                   END-READ
               END-PERFORM
               IF WS-DIALOGUE-LINE-NUMBER = WS-GROUP-ENTRY
                   MOVE DIALOGUE-RECORD TO WS-SCENE-TEXT
               ELSE
                   MOVE "(ENTRY IS PAST THE END OF THE CHAPTER FILE)"
                       TO WS-SCENE-TEXT
               END-IF
               CLOSE DIALOGUE-FILE
           END-IF.

       DISPLAY-ONE-ITEM.
           DISPLAY "    #" ITEM-NUMBER(WS-ITEM-INDEX) " "
               ITEM-KIND(WS-ITEM-INDEX) " "
               ITEM-STAMP(WS-ITEM-INDEX)(1:8) " "
               ITEM-STAMP(WS-ITEM-INDEX)(9:2) ":"
               ITEM-STAMP(WS-ITEM-INDEX)(11:2)
               " SLOT " ITEM-SLOT(WS-ITEM-INDEX)
               " MOVE " ITEM-MOVES(WS-ITEM-INDEX) " "
               FUNCTION TRIM(ITEM-PLAYER(WS-ITEM-INDEX))
               " (" FUNCTION TRIM(ITEM-LANGUAGE(WS-ITEM-INDEX)) ")"
           DISPLAY "          " FUNCTION TRIM(ITEM-TEXT(WS-ITEM-INDEX))
           IF ITEM-ENTRY(WS-ITEM-INDEX)
                   NOT = ITEM-ENTRY-NOW(WS-ITEM-INDEX)
               DISPLAY "          (REPORTED AT ENTRY "
                   ITEM-ENTRY(WS-ITEM-INDEX) " OF AN EARLIER BUILD)"
           END-IF.

       COLLECT-ITEMS-TO-CLOSE.
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE "X" TO WS-CLOSE-INPUT
           PERFORM UNTIL WS-CLOSE-INPUT = SPACES
               DISPLAY "Close item number (blank to finish): "
                   WITH NO ADVANCING
               ACCEPT WS-CLOSE-INPUT
               IF WS-CLOSE-INPUT NOT = SPACES
                   PERFORM MARK-ONE-ITEM-CLOSING
               END-IF
           END-PERFORM.

       MARK-ONE-ITEM-CLOSING.
           IF FUNCTION TRIM(WS-CLOSE-INPUT) NOT NUMERIC
               DISPLAY "NOT AN ITEM NUMBER: "
                   FUNCTION TRIM(WS-CLOSE-INPUT)
           ELSE
               MOVE FUNCTION NUMVAL(WS-CLOSE-INPUT) TO WS-CLOSE-NUMBER
               SET CLOSE-ITEM-FOUND TO FALSE
               PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
                       OR CLOSE-ITEM-FOUND
                   IF ITEM-NUMBER(WS-ITEM-INDEX) = WS-CLOSE-NUMBER
                       SET CLOSE-ITEM-FOUND TO TRUE
                       IF ITEM-CLOSING(WS-ITEM-INDEX) = 'N'
                           MOVE 'Y' TO ITEM-CLOSING(WS-ITEM-INDEX)
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT CLOSE-ITEM-FOUND
                   DISPLAY "NO OPEN ITEM #" WS-CLOSE-NUMBER "."
               END-IF
           END-IF.

       REWRITE-FEEDBACK-FILE.
      *    Every line is copied through AS it stands; only the items
      *    picked above have their status turned TO CLOSED AND the
      *    closing date stamped beside it. The new FILE is written
      *    TO feedback.tmp AND only THEN swapped IN, the way a save
      *    is committed, WITH the prior FILE kept AS feedback.bak.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CLOSE-STAMP
           MOVE 0 TO WS-LINE-NUMBER
           SET EOF-FEEDBACK-REACHED TO FALSE

           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-FEEDBACK-FILE-PATH)
                   " (STATUS " WS-FEEDBACK-FILE-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDBACK-WORK-FILE
           IF WS-FEEDBACK-WORK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-FEEDBACK-WORK-PATH)
                   " (STATUS " WS-FEEDBACK-WORK-STATUS
                   ") - CANNOT CONTINUE."
               CLOSE FEEDBACK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-FEEDBACK-REACHED
               READ FEEDBACK-FILE
                   AT END
                       SET EOF-FEEDBACK-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE FEEDBACK-RECORD TO FEEDBACK-WORK-RECORD
                       PERFORM CLOSE-LINE-IF-PICKED
                       WRITE FEEDBACK-WORK-RECORD
               END-READ
           END-PERFORM

           CLOSE FEEDBACK-FILE
           CLOSE FEEDBACK-WORK-FILE

           CALL "CBL_DELETE_FILE" USING WS-FEEDBACK-BACKUP-PATH
           CALL "CBL_RENAME_FILE" USING WS-FEEDBACK-FILE-PATH
               WS-FEEDBACK-BACKUP-PATH
           CALL "CBL_RENAME_FILE" USING WS-FEEDBACK-WORK-PATH
               WS-FEEDBACK-FILE-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "UNABLE TO REPLACE feedback.txt - THE CLOSED "
                   "ITEMS ARE IN feedback.tmp."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY WS-CLOSED-COUNT " ITEM(S) CLOSED - PRIOR FILE "
                   "KEPT AS feedback.bak."
           END-IF.

       CLOSE-LINE-IF-PICKED.
           SET CLOSE-ITEM-FOUND TO FALSE
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
                   OR CLOSE-ITEM-FOUND
               IF ITEM-NUMBER(WS-ITEM-INDEX) = WS-LINE-NUMBER
                   SET CLOSE-ITEM-FOUND TO TRUE
                   IF ITEM-CLOSING(WS-ITEM-INDEX) = 'Y'
                       MOVE "CLOSED" TO FEEDBACK-WORK-RECORD(106:6)
                       MOVE WS-CLOSE-STAMP
                           TO FEEDBACK-WORK-RECORD(209:14)
                   END-IF
               END-IF
           END-PERFORM.
