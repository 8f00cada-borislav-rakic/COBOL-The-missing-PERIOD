      *DIALOGUE entry, where each abandoned session stopped, how many
      *runs reached the ENDING line, AND how many commands were
      *REJECTED before a valid ONE.
      *
      *A LOG that spans a STORY-BUILD holds lines numbered FOR an
      *earlier build. The engine writes a STORY-BUILD= marker naming
      *the build AND the story FILE ahead OF each run OF lines; the
      *marker's FILE has a .map beside it, AND the lines that follow
      *are carried through it TO the current build's numbering, so
      *visits AND time land ON the scene AS it is numbered today.
      *Lines before any marker predate the map AND are taken AT face
      *value; a line whose entry has since been removed is tallied
      *FOR its time AND moves but credits no entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAY-LOG-STATUS.

           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAP-RECORD.
       01 MAP-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
      *Mirrors the engine's DIALOGUE-TABLE-CAPACITY so every entry a
      *happen TO share a number.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 CHAPTER-SEGMENT-CAPACITY VALUE 9.
       78 MAP-STEP-CAPACITY        VALUE 10.
       78 MAP-ROW-CAPACITY         VALUE 1000.

       01 WS-PLAY-LOG-PATH         PIC X(20) VALUE SPACES.
       01 WS-PLAY-LOG-STATUS       PIC X(2) VALUE SPACES.
       01 WS-LOG-ENTRY             PIC 9(3) VALUE 0.
       01 WS-LOG-ACTION-TEXT       PIC X(65) VALUE SPACES.

      *The entry map OF the story FILE the LOG's last STORY-BUILD=
      *marker named, AND the build that marker stamped.
       01 WS-MAP-STORY-PATH        PIC X(20) VALUE SPACES.
       01 WS-MAP-BASE-NAME         PIC X(20) VALUE SPACES.
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
       01 WS-LOG-ENTRY-AS-LOGGED   PIC 9(3) VALUE 0.
       01 WS-MAP-CHAIN-FLAG        PIC X(1) VALUE 'N'.
           88 MAP-CHAIN-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-STEP-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88 MAP-STEP-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-ROW-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 MAP-ROW-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The previous line's timestamp AND entry - the seconds spent
      *ON an entry are the gap TO the line that follows it.
       01 WS-PREV-TIMESTAMP        PIC X(14) VALUE SPACES.
           MOVE 0 TO WS-SLOT-LAST-ENTRY
           MOVE SPACES TO WS-PREV-TIMESTAMP
           MOVE 0 TO WS-PREV-ENTRY
           MOVE 0 TO WS-PREV-SECONDS
           PERFORM FORGET-LOG-BUILD.

       FORGET-LOG-BUILD.
      *    Until a STORY-BUILD= marker says otherwise, the lines
      *    that follow are taken AT face value.
           MOVE ZEROS TO WS-LOG-BUILD-STAMP
           MOVE SPACES TO WS-BUILD-STAMP
           MOVE SPACES TO WS-MAP-STORY-PATH.

       NOTE-LOG-BUILD.
      *    Marker layout, AS LOG-BUILD-MARKER STRINGs it: the build
      *    stamp AT 28-41 AND the story FILE FROM column 48.
           MOVE PLAY-LOG-RECORD(28:14) TO WS-LOG-BUILD-STAMP
           IF PLAY-LOG-RECORD(48:20) NOT = WS-MAP-STORY-PATH
               MOVE PLAY-LOG-RECORD(48:20) TO WS-MAP-STORY-PATH
               PERFORM LOAD-ENTRY-MAP
           END-IF.

       LOAD-ENTRY-MAP.
      *    The map shares the story FILE's base name WITH a .map
      *    extension, the way the engine derives its .rul AND .hnt.
           MOVE SPACES TO WS-MAP-BASE-NAME
           UNSTRING WS-MAP-STORY-PATH DELIMITED BY "."
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

       TRANSLATE-LOG-ENTRY.
      *    Carries WS-LOG-ENTRY FROM the LOG's build TO the map's
      *    current build, step BY step. A stamp outside the map's
      *    history leaves the number alone; zero means the entry
      *    is gone.
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

       TALLY-LOG-LINE.
           MOVE PLAY-LOG-RECORD(1:14) TO WS-LOG-TIMESTAMP
           MOVE PLAY-LOG-RECORD(25:3) TO WS-LOG-ENTRY-TEXT
           MOVE PLAY-LOG-RECORD(36:65) TO WS-LOG-ACTION-TEXT

           IF PLAY-LOG-RECORD(16:12) = "STORY-BUILD="
               PERFORM NOTE-LOG-BUILD
           END-IF

      *    Anything that does NOT parse AS a LOG line - a hand edit,
      *    a truncated WRITE - is skipped rather than guessed AT.
      *    So is anything outside the report's date window.
                   ADD 1 TO WS-RUN-COUNT
               END-IF
               MOVE WS-LOG-ENTRY-TEXT TO WS-LOG-ENTRY
               PERFORM TRANSLATE-LOG-ENTRY
               ADD 1 TO WS-SLOT-MOVE-COUNT

               IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) = "ENDING"
      *        chapter's sentinel entry - lines after it belong TO
      *        the next chapter FILE, whose numbering restarts AT 1.
               IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) = "CHAPTER"
                   PERFORM FORGET-LOG-BUILD
                   IF WS-CURRENT-CHAPTER < CHAPTER-SEGMENT-CAPACITY
                       ADD 1 TO WS-CURRENT-CHAPTER
                   ELSE
