      *existing numeric FILE is a valid source FILE. The "#" is
      *reserved - prose containing ONE would be read AS an action
      *destination, here AND IN the engine's OWN entry splitter.
      *
      *Every successful build also stamps itself AND writes an entry
      *map beside the target (dialogue.txt -> dialogue.map), so the
      *saves AND play logs testers already hold survive a build that
      *renumbers the story. The previous build's map AND target are
      *read before the target is overwritten: each old entry is
      *followed TO its NEW line number BY its label, OR - FOR an
      *unlabelled entry - BY its unchanged scene text, OR failing
      *both AS the entry rewritten IN its place (entry-match.cpy,
      *shared WITH STORY-IMPACT), AND every entry that moved OR
      *vanished is recorded under a STEP line naming the old AND
      *NEW stamps. A build WITH errors writes neither the target
      *NOR the map. The map keeps the last few
      *steps so a save several builds old still finds its way. A
      *rebuild IN which no entry moved keeps the previous stamp AND
      *adds no step.
      *Map layout, fixed columns:
      *  BUILD    <stamp>          this build (cols 10-23)
      *  STEP     <from> <to>      entries OF build <from> (10-23)
      *                            AS numbered IN build <to> (25-38)
      *  ENTRY    <old> <new>      ONE moved entry (10-12, 14-16);
      *                            a NEW number OF 000 means the
      *                            entry no longer exists
      *  LABEL    <line> <name>    this build's labels (10-12,
      *                            14-43), FOR the NEXT build
      *An old build that predates the map is stamped 00000000000000,
      *the stamp a save OR LOG without ONE is read AS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE
           DATA RECORD IS TARGET-RECORD.
       01 TARGET-RECORD            PIC X(500).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ENTRY-MAP-RECORD.
       01 ENTRY-MAP-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
      *Mirrors the engine's DIALOGUE-TABLE-CAPACITY - a story that
      *compiles here fits THE-MISSING-PERIOD.
                                   WHEN SET TO FALSE IS 'N'.

      *The story held whole - resolution has TO look forward AT
      *labels defined further down the FILE - AND resolved IN
      *place, so nothing reaches the target until the whole build
      *is known TO be good.
       01 NEW-STORY-LINES.
           02 NEW-LINE             PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 WS-NEW-LINE-COUNT        PIC 9(3) VALUE 0.
       01 WS-LINE-INDEX            PIC 9(3) VALUE 0.

       01 SCENE-LABELS.
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ERROR-COUNT           PIC 9(3) VALUE 0.

      *The entry map. MAP-STEP-CAPACITY AND MAP-ROW-CAPACITY mirror
      *what the engine AND the LOG reports load; the tables here
      *hold ONE step more so the NEW step CAN join a full map
      *before the oldest is dropped ON the way back out.
       78 MAP-STEP-CAPACITY        VALUE 10.
       78 MAP-ROW-CAPACITY         VALUE 1000.
       78 MAP-STEP-HOLD            VALUE 11.
       78 MAP-ROW-HOLD             VALUE 1500.

       01 WS-MAP-BASE-NAME         PIC X(40) VALUE SPACES.
       01 WS-MAP-FILE-PATH         PIC X(44) VALUE SPACES.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MAP-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-MAP-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BUILD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-PREVIOUS-STAMP        PIC X(14) VALUE SPACES.
      *A stamp taken apart, FOR moving ONE on BY a second.
       01 WS-STAMP-PARTS.
           02 WS-STAMP-DATE        PIC 9(8).
           02 WS-STAMP-HOUR        PIC 9(2).
           02 WS-STAMP-MINUTE      PIC 9(2).
           02 WS-STAMP-SECOND      PIC 9(2).
       01 WS-STAMP-DAY             PIC 9(7) VALUE 0.
       01 WS-STAMP-SECONDS         PIC 9(5) VALUE 0.

      *The story AS the previous build left it - read back before
      *the target is overwritten - AND that build's labels.
       01 OLD-STORY-LINES.
           02 OLD-LINE             PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 WS-OLD-LINE-COUNT        PIC 9(3) VALUE 0.
       01 PREVIOUS-LABELS.
           02 PREVIOUS-LABEL       OCCURS LABEL-TABLE-CAPACITY TIMES.
               03 PREVIOUS-LABEL-LINE
                                   PIC 9(3) VALUE 0.
               03 PREVIOUS-LABEL-NAME
                                   PIC X(30) VALUE SPACES.
       01 WS-PREVIOUS-LABEL-COUNT  PIC 9(3) VALUE 0.

       01 MAP-STEPS.
           02 MAP-STEP             OCCURS MAP-STEP-HOLD TIMES.
               03 MAP-STEP-FROM    PIC X(14) VALUE SPACES.
               03 MAP-STEP-TO      PIC X(14) VALUE SPACES.
               03 MAP-STEP-FIRST-ROW
                                   PIC 9(4) VALUE 0.
               03 MAP-STEP-ROW-COUNT
                                   PIC 9(4) VALUE 0.
       01 WS-MAP-STEP-COUNT        PIC 9(2) VALUE 0.
       01 WS-MAP-STEP-INDEX        PIC 9(2) VALUE 0.
       01 WS-MAP-KEEP-FROM         PIC 9(2) VALUE 0.
       01 WS-MAP-KEEP-ROWS         PIC 9(4) VALUE 0.
       01 WS-MAP-KEEP-FLAG         PIC X(1) VALUE 'N'.
           88 MAP-KEEP-SETTLED              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 MAP-ROWS.
           02 MAP-ROW              OCCURS MAP-ROW-HOLD TIMES.
               03 MAP-ROW-OLD      PIC 9(3) VALUE 0.
               03 MAP-ROW-NEW      PIC 9(3) VALUE 0.
       01 WS-MAP-ROW-COUNT         PIC 9(4) VALUE 0.
       01 WS-MAP-ROW-INDEX         PIC 9(4) VALUE 0.
       01 WS-MAP-LAST-ROW          PIC 9(4) VALUE 0.

      *ONE mark PER line OF each build: whether it starts an
      *entry AND - FOR an entry - where the other build has it.
       01 OLD-LINE-MARKS.
           02 OLD-LINE-MARK        OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
               03 OLD-ENTRY-START  PIC X(1) VALUE 'N'.
               03 OLD-ENTRY-NEW-NUMBER
                                   PIC 9(3) VALUE 0.
       01 NEW-LINE-MARKS.
           02 NEW-LINE-MARK        OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
               03 NEW-ENTRY-START  PIC X(1) VALUE 'N'.
               03 NEW-ENTRY-OLD-NUMBER
                                   PIC 9(3) VALUE 0.

      *Following ONE old entry TO its NEW line.
       01 WS-OLD-ENTRY             PIC 9(3) VALUE 0.
       01 WS-NEW-ENTRY             PIC 9(3) VALUE 0.
       01 WS-LAST-NEW-ENTRY        PIC 9(3) VALUE 0.
       01 WS-PREVIOUS-ENTRY        PIC 9(3) VALUE 0.
       01 WS-TEXT-MATCH-COUNT      PIC 9(3) VALUE 0.
       01 WS-EARLIER-TEXT-MATCH    PIC 9(3) VALUE 0.
       01 WS-SCAN-LINE-INDEX       PIC 9(3) VALUE 0.
       01 WS-PREV-LABEL-INDEX      PIC 9(3) VALUE 0.
       01 WS-REWRITE-SEARCH-FLAG   PIC X(1) VALUE 'N'.
           88 REWRITE-SEARCH-DONE           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MOVED-COUNT           PIC 9(3) VALUE 0.
       01 WS-REMOVED-COUNT         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Story source file: " WITH NO ADVANCING
           ACCEPT WS-TARGET-FILE-PATH

           PERFORM READ-STORY-SOURCE
           PERFORM RESOLVE-STORY-LINES

           DISPLAY " "
      *    Only a clean build replaces the target AND its map - a
      *    failed ONE leaves both exactly AS the last good build
      *    wrote them, so the NEXT build still follows its entries
      *    FROM the story the saves were made against.
           IF WS-ERROR-COUNT = 0
               PERFORM READ-PREVIOUS-BUILD
               PERFORM WRITE-RESOLVED-STORY
               PERFORM BUILD-ENTRY-MAP
               PERFORM WRITE-ENTRY-MAP
               DISPLAY "STORY BUILT: " WS-NEW-LINE-COUNT " LINES, "
                   WS-LABEL-COUNT " LABELS RESOLVED."
               IF WS-OLD-LINE-COUNT > 0
                   IF WS-BUILD-STAMP = WS-PREVIOUS-STAMP
                       DISPLAY "BUILD " WS-BUILD-STAMP
                           ": NO ENTRY MOVED - BUILD STAMP KEPT."
                   ELSE
                       DISPLAY "BUILD " WS-BUILD-STAMP ": "
                           WS-MOVED-COUNT " ENTRIES MOVED, "
                           WS-REMOVED-COUNT " REMOVED SINCE BUILD "
                           WS-PREVIOUS-STAMP "."
                   END-IF
               ELSE
                   DISPLAY "BUILD " WS-BUILD-STAMP
                       ": FIRST BUILD OF THIS TARGET."
               END-IF
           ELSE
               DISPLAY "STORY BUILD FAILED WITH " WS-ERROR-COUNT
                   " ERROR(S)."
       READ-STORY-SOURCE.
      *    Pass one: a =LABEL line names the NEXT stored line AND is
      *    dropped; everything else is stored FOR pass two.
           MOVE 0 TO WS-NEW-LINE-COUNT
           MOVE 0 TO WS-LABEL-COUNT
           SET EOF-SOURCE-REACHED TO FALSE

           IF SOURCE-RECORD(1:1) = "="
               PERFORM DEFINE-SCENE-LABEL
           ELSE
               IF WS-NEW-LINE-COUNT = DIALOGUE-TABLE-CAPACITY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR: STORY HOLDS MORE THAN "
                       DIALOGUE-TABLE-CAPACITY " LINES - THE ENGINE "
                       "WOULD TRUNCATE IT."
                   SET EOF-SOURCE-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-NEW-LINE-COUNT
                   MOVE SOURCE-RECORD TO NEW-LINE(WS-NEW-LINE-COUNT)
               END-IF
           END-IF.

                   MOVE WS-LOOKUP-NAME
                       TO LABEL-NAME(WS-LABEL-COUNT)
                   COMPUTE LABEL-LINE-NUMBER(WS-LABEL-COUNT)
                       = WS-NEW-LINE-COUNT + 1
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

       RESOLVE-STORY-LINES.
      *    Pass two: resolve >LABEL destination lines AND #LABEL
      *    action destinations IN place; everything else stands
      *    verbatim.
           MOVE 1 TO WS-LINE-INDEX
           PERFORM UNTIL WS-LINE-INDEX > WS-NEW-LINE-COUNT
               MOVE NEW-LINE(WS-LINE-INDEX) TO WS-WORK-LINE
               PERFORM RESOLVE-ONE-LINE
               MOVE WS-WORK-LINE TO NEW-LINE(WS-LINE-INDEX)
               ADD 1 TO WS-LINE-INDEX
           END-PERFORM.

       WRITE-RESOLVED-STORY.
      *    The resolved story replaces the target.
           OPEN OUTPUT TARGET-FILE
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE "
           END-IF

           MOVE 1 TO WS-LINE-INDEX
           PERFORM UNTIL WS-LINE-INDEX > WS-NEW-LINE-COUNT
               MOVE NEW-LINE(WS-LINE-INDEX) TO TARGET-RECORD
               WRITE TARGET-RECORD
               ADD 1 TO WS-LINE-INDEX
           END-PERFORM
                   " POINTS AT UNDEFINED LABEL '"
                   FUNCTION TRIM(WS-LOOKUP-NAME) "'."
           END-IF.

       READ-PREVIOUS-BUILD.
      *    The target AND its map still hold the previous build -
      *    read both now, before WRITE-RESOLVED-STORY replaces the
      *    target. A FIRST build has neither; an old target WITH no
      *    map is the unstamped build every stampless save belongs
      *    TO.
           MOVE SPACES TO WS-MAP-BASE-NAME
           UNSTRING WS-TARGET-FILE-PATH DELIMITED BY "."
               INTO WS-MAP-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-MAP-FILE-PATH
           STRING FUNCTION TRIM(WS-MAP-BASE-NAME) DELIMITED BY SIZE
                   ".map" DELIMITED BY SIZE
               INTO WS-MAP-FILE-PATH
           END-STRING

           MOVE 0 TO WS-OLD-LINE-COUNT
           SET EOF-SOURCE-REACHED TO FALSE
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-FILE-STATUS = "00"
               PERFORM UNTIL EOF-SOURCE-REACHED
                   READ TARGET-FILE
                       AT END
                           SET EOF-SOURCE-REACHED TO TRUE
                       NOT AT END
                           IF WS-OLD-LINE-COUNT
                                   = DIALOGUE-TABLE-CAPACITY
                               SET EOF-SOURCE-REACHED TO TRUE
                           ELSE
                               ADD 1 TO WS-OLD-LINE-COUNT
                               MOVE TARGET-RECORD TO OLD-LINE(
                                   WS-OLD-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF

           MOVE SPACES TO WS-PREVIOUS-STAMP
           MOVE 0 TO WS-PREVIOUS-LABEL-COUNT
           MOVE 0 TO WS-MAP-STEP-COUNT
           MOVE 0 TO WS-MAP-ROW-COUNT
           SET EOF-MAP-REACHED TO FALSE
           OPEN INPUT ENTRY-MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM UNTIL EOF-MAP-REACHED
                   READ ENTRY-MAP-FILE
                       AT END
                           SET EOF-MAP-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MAP-LINE
                   END-READ
               END-PERFORM
               CLOSE ENTRY-MAP-FILE
           END-IF

           IF WS-PREVIOUS-STAMP = SPACES
                   AND WS-OLD-LINE-COUNT > 0
               MOVE ZEROS TO WS-PREVIOUS-STAMP
           END-IF.

       LOAD-ONE-MAP-LINE.
      *    The old map's steps are carried forward INTO the NEW one;
      *    its labels AND stamp describe the build being replaced.
           EVALUATE ENTRY-MAP-RECORD(1:8)
               WHEN "BUILD   "
                   MOVE ENTRY-MAP-RECORD(10:14) TO WS-PREVIOUS-STAMP
               WHEN "STEP    "
                   IF WS-MAP-STEP-COUNT < MAP-STEP-CAPACITY
                       ADD 1 TO WS-MAP-STEP-COUNT
                       MOVE ENTRY-MAP-RECORD(10:14)
                           TO MAP-STEP-FROM(WS-MAP-STEP-COUNT)
                       MOVE ENTRY-MAP-RECORD(25:14)
                           TO MAP-STEP-TO(WS-MAP-STEP-COUNT)
                       COMPUTE MAP-STEP-FIRST-ROW(WS-MAP-STEP-COUNT)
                           = WS-MAP-ROW-COUNT + 1
                       MOVE 0 TO MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)
                   END-IF
               WHEN "ENTRY   "
                   IF WS-MAP-STEP-COUNT > 0
                           AND WS-MAP-ROW-COUNT < MAP-ROW-CAPACITY
                           AND ENTRY-MAP-RECORD(10:3) NUMERIC
                           AND ENTRY-MAP-RECORD(14:3) NUMERIC
                       ADD 1 TO WS-MAP-ROW-COUNT
                       MOVE ENTRY-MAP-RECORD(10:3)
                           TO MAP-ROW-OLD(WS-MAP-ROW-COUNT)
                       MOVE ENTRY-MAP-RECORD(14:3)
                           TO MAP-ROW-NEW(WS-MAP-ROW-COUNT)
                       ADD 1 TO MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)
                   END-IF
               WHEN "LABEL   "
                   IF WS-PREVIOUS-LABEL-COUNT < LABEL-TABLE-CAPACITY
                           AND ENTRY-MAP-RECORD(10:3) NUMERIC
                       ADD 1 TO WS-PREVIOUS-LABEL-COUNT
                       MOVE ENTRY-MAP-RECORD(10:3)
                           TO PREVIOUS-LABEL-LINE(
                               WS-PREVIOUS-LABEL-COUNT)
                       MOVE ENTRY-MAP-RECORD(14:30)
                           TO PREVIOUS-LABEL-NAME(
                               WS-PREVIOUS-LABEL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-ENTRY-MAP.
      *    Follows every entry OF the previous build TO its line IN
      *    this ONE (MATCH-OLD-ENTRIES) AND records the ones whose
      *    number changed under a NEW step.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BUILD-STAMP
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-REMOVED-COUNT

           IF WS-OLD-LINE-COUNT > 0
               PERFORM MARK-ENTRY-STARTS
               PERFORM MATCH-OLD-ENTRIES

               ADD 1 TO WS-MAP-STEP-COUNT
               MOVE WS-PREVIOUS-STAMP
                   TO MAP-STEP-FROM(WS-MAP-STEP-COUNT)
               COMPUTE MAP-STEP-FIRST-ROW(WS-MAP-STEP-COUNT)
                   = WS-MAP-ROW-COUNT + 1
               MOVE 0 TO MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)

               PERFORM VARYING WS-OLD-ENTRY FROM 2 BY 1
                       UNTIL WS-OLD-ENTRY > WS-OLD-LINE-COUNT
                   IF OLD-ENTRY-START(WS-OLD-ENTRY) = 'Y'
                       PERFORM RECORD-ONE-OLD-ENTRY
                   END-IF
               END-PERFORM

      *        A rebuild that moved nothing is the SAME build AS far
      *        AS any save is concerned - it keeps the previous
      *        stamp AND adds no step, so repeated builds never push
      *        real steps out OF the map. An unstamped previous
      *        build still takes the NEW stamp. A step that IS
      *        written must lead TO a later stamp than it leaves
      *        FROM, even FOR two builds IN the SAME second.
               IF WS-MOVED-COUNT + WS-REMOVED-COUNT = 0
                       AND WS-PREVIOUS-STAMP NOT = ZEROS
                   SUBTRACT 1 FROM WS-MAP-STEP-COUNT
                   MOVE WS-PREVIOUS-STAMP TO WS-BUILD-STAMP
               ELSE
                   IF WS-BUILD-STAMP NOT > WS-PREVIOUS-STAMP
                       PERFORM ADVANCE-BUILD-STAMP
                   END-IF
                   MOVE WS-BUILD-STAMP
                       TO MAP-STEP-TO(WS-MAP-STEP-COUNT)
               END-IF
           END-IF.

       ADVANCE-BUILD-STAMP.
      *    Makes this build's stamp the previous ONE plus a second,
      *    carried through the day boundary.
           IF WS-PREVIOUS-STAMP NUMERIC
               MOVE WS-PREVIOUS-STAMP TO WS-STAMP-PARTS
               COMPUTE WS-STAMP-DAY
                   = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               COMPUTE WS-STAMP-SECONDS = WS-STAMP-HOUR * 3600
                   + WS-STAMP-MINUTE * 60 + WS-STAMP-SECOND + 1
               IF WS-STAMP-SECONDS = 86400
                   MOVE 0 TO WS-STAMP-SECONDS
                   ADD 1 TO WS-STAMP-DAY
               END-IF
               COMPUTE WS-STAMP-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-STAMP-DAY)
               DIVIDE WS-STAMP-SECONDS BY 3600
                   GIVING WS-STAMP-HOUR REMAINDER WS-STAMP-SECONDS
               DIVIDE WS-STAMP-SECONDS BY 60
                   GIVING WS-STAMP-MINUTE REMAINDER WS-STAMP-SECOND
               MOVE WS-STAMP-PARTS TO WS-BUILD-STAMP
           END-IF.

       MARK-ENTRY-STARTS.
      *    An entry starts ON line 1 AND after every END-ACTIONS OR
      *    END-OF-CREDITS line - the SAME layout the engine walks.
           PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-LINE-INDEX > WS-OLD-LINE-COUNT
               IF WS-SCAN-LINE-INDEX = 1
                   MOVE 'Y' TO OLD-ENTRY-START(1)
               ELSE
                   IF OLD-LINE(WS-SCAN-LINE-INDEX - 1) = "END-ACTIONS"
                           OR OLD-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-OF-CREDITS"
                       MOVE 'Y' TO OLD-ENTRY-START(WS-SCAN-LINE-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-LINE-INDEX > WS-NEW-LINE-COUNT
               IF WS-SCAN-LINE-INDEX = 1
                   MOVE 'Y' TO NEW-ENTRY-START(1)
               ELSE
                   IF NEW-LINE(WS-SCAN-LINE-INDEX - 1) = "END-ACTIONS"
                           OR NEW-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-OF-CREDITS"
                       MOVE 'Y' TO NEW-ENTRY-START(WS-SCAN-LINE-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OLD-ENTRY-LABEL.
      *    FOR MATCH-OLD-ENTRIES: a label the author kept settles
      *    WHERE the old entry went. Leaves WS-NEW-ENTRY AT the NEW
      *    entry, OR 0.
           MOVE 1 TO WS-PREV-LABEL-INDEX
           PERFORM UNTIL WS-NEW-ENTRY > 0
                   OR WS-PREV-LABEL-INDEX > WS-PREVIOUS-LABEL-COUNT
               IF PREVIOUS-LABEL-LINE(WS-PREV-LABEL-INDEX)
                       = WS-OLD-ENTRY
                   MOVE PREVIOUS-LABEL-NAME(WS-PREV-LABEL-INDEX)
                       TO WS-LOOKUP-NAME
                   PERFORM FIND-SCENE-LABEL
                   IF LABEL-FOUND
                       MOVE WS-RESOLVED-NUMBER TO WS-NEW-ENTRY
                   END-IF
               END-IF
               ADD 1 TO WS-PREV-LABEL-INDEX
           END-PERFORM.

       RECORD-ONE-OLD-ENTRY.
      *    An entry MATCH-OLD-ENTRIES left at 0 is gone FROM the
      *    story; ONE at a different number moved.
           MOVE OLD-ENTRY-NEW-NUMBER(WS-OLD-ENTRY) TO WS-NEW-ENTRY
           IF WS-NEW-ENTRY NOT = WS-OLD-ENTRY
               IF WS-NEW-ENTRY = 0
                   ADD 1 TO WS-REMOVED-COUNT
                   DISPLAY "WARNING: ENTRY " WS-OLD-ENTRY " OF THE "
                       "PREVIOUS BUILD NO LONGER EXISTS - SAVES "
                       "STANDING THERE WILL BE REFUSED."
               ELSE
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
               IF WS-MAP-ROW-COUNT < MAP-ROW-HOLD
                   ADD 1 TO WS-MAP-ROW-COUNT
                   MOVE WS-OLD-ENTRY TO MAP-ROW-OLD(WS-MAP-ROW-COUNT)
                   MOVE WS-NEW-ENTRY TO MAP-ROW-NEW(WS-MAP-ROW-COUNT)
                   ADD 1 TO MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)
               END-IF
           END-IF.

       WRITE-ENTRY-MAP.
      *    Only the newest steps that fit what the readers load are
      *    kept - a save older than all OF them CAN no longer be
      *    relocated AND loads AS it always did.
           MOVE WS-MAP-STEP-COUNT TO WS-MAP-KEEP-FROM
           MOVE 0 TO WS-MAP-KEEP-ROWS
           IF WS-MAP-STEP-COUNT > 0
               ADD MAP-STEP-ROW-COUNT(WS-MAP-STEP-COUNT)
                   TO WS-MAP-KEEP-ROWS
               SET MAP-KEEP-SETTLED TO FALSE
               PERFORM UNTIL WS-MAP-KEEP-FROM = 1
                       OR MAP-KEEP-SETTLED
                   IF WS-MAP-STEP-COUNT - WS-MAP-KEEP-FROM + 1
                           = MAP-STEP-CAPACITY
                       OR WS-MAP-KEEP-ROWS
                           + MAP-STEP-ROW-COUNT(WS-MAP-KEEP-FROM - 1)
                           > MAP-ROW-CAPACITY
                       SET MAP-KEEP-SETTLED TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-MAP-KEEP-FROM
                       ADD MAP-STEP-ROW-COUNT(WS-MAP-KEEP-FROM)
                           TO WS-MAP-KEEP-ROWS
                   END-IF
               END-PERFORM
           END-IF

           OPEN OUTPUT ENTRY-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE "
                   FUNCTION TRIM(WS-MAP-FILE-PATH)
                   " (STATUS " WS-MAP-FILE-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ENTRY-MAP-RECORD
           STRING "BUILD    " DELIMITED BY SIZE
                   WS-BUILD-STAMP DELIMITED BY SIZE
               INTO ENTRY-MAP-RECORD
           END-STRING
           WRITE ENTRY-MAP-RECORD

           IF WS-MAP-STEP-COUNT > 0
               PERFORM VARYING WS-MAP-STEP-INDEX FROM WS-MAP-KEEP-FROM
                       BY 1 UNTIL WS-MAP-STEP-INDEX > WS-MAP-STEP-COUNT
                   PERFORM WRITE-ONE-MAP-STEP
               END-PERFORM
           END-IF

           PERFORM VARYING WS-LABEL-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-SCAN-INDEX > WS-LABEL-COUNT
               MOVE SPACES TO ENTRY-MAP-RECORD
               STRING "LABEL    " DELIMITED BY SIZE
                       LABEL-LINE-NUMBER(WS-LABEL-SCAN-INDEX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LABEL-NAME(WS-LABEL-SCAN-INDEX)
                           DELIMITED BY SIZE
                   INTO ENTRY-MAP-RECORD
               END-STRING
               WRITE ENTRY-MAP-RECORD
           END-PERFORM

           CLOSE ENTRY-MAP-FILE.

       WRITE-ONE-MAP-STEP.
           MOVE SPACES TO ENTRY-MAP-RECORD
           STRING "STEP     " DELIMITED BY SIZE
                   MAP-STEP-FROM(WS-MAP-STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAP-STEP-TO(WS-MAP-STEP-INDEX) DELIMITED BY SIZE
               INTO ENTRY-MAP-RECORD
           END-STRING
           WRITE ENTRY-MAP-RECORD

           COMPUTE WS-MAP-LAST-ROW
               = MAP-STEP-FIRST-ROW(WS-MAP-STEP-INDEX)
               + MAP-STEP-ROW-COUNT(WS-MAP-STEP-INDEX) - 1
           PERFORM VARYING WS-MAP-ROW-INDEX
                   FROM MAP-STEP-FIRST-ROW(WS-MAP-STEP-INDEX) BY 1
                   UNTIL WS-MAP-ROW-INDEX > WS-MAP-LAST-ROW
               MOVE SPACES TO ENTRY-MAP-RECORD
               STRING "ENTRY    " DELIMITED BY SIZE
                       MAP-ROW-OLD(WS-MAP-ROW-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MAP-ROW-NEW(WS-MAP-ROW-INDEX) DELIMITED BY SIZE
                   INTO ENTRY-MAP-RECORD
               END-STRING
               WRITE ENTRY-MAP-RECORD
           END-PERFORM.

       COPY entry-match.
