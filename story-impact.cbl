       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORY-IMPACT.

      *The question nobody could answer before a story edit shipped:
      *what actually changed, AND which regression cases will it
      *break? Until now the answer arrived overnight AS a page OF
      *REGRESSION-SUITE failures. This batch compares two builds OF
      *ONE DIALOGUE FILE - the build now IN service AND the build
      *about TO replace it - together WITH each build's paired .rul
      *FILE, AND lists:
      *  - entries whose scene text changed, AND entries added OR
      *    removed;
      *  - actions added OR removed, AND actions whose directive OR
      *    skill-CHECK odds changed;
      *  - destinations that moved - an action that now leads
      *    somewhere other than where the old ONE led, once the
      *    renumbering between the two builds is allowed FOR;
      *  - rules added, removed OR changed.
      *It THEN reads the suite definition REGRESSION-SUITE runs AND
      *every golden transcript it names, AND lists each case whose
      *recorded path passes through an affected entry - the golden
      *files that must be re-approved before the nightly run.
      *RETURN-CODE is 4 WHEN any case needs re-approval, 8 WHEN a
      *build cannot be read.
      *
      *Each build is read WITH the files beside it, the SAME way
      *every other batch derives them: dialogue.txt pairs WITH
      *dialogue.rul AND dialogue.map. Keep the NEW build under its
      *OWN base name (dialogue-new.txt, dialogue-new.rul) until it
      *ships.
      *
      *Old entries are followed TO their NEW numbers BY the SAME
      *paragraphs STORY-BUILD uses (entry-match.cpy): a label both
      *builds' maps share settles it, otherwise the unchanged scene
      *text, AND a blank entry follows the entry before it. An
      *entry that still has no match AND whose neighbour does is
      *paired WITH the unclaimed entry right after where that
      *neighbour went - that is the entry the author rewrote IN
      *place.
      *
      *A golden transcript holds exactly what the player saw, so a
      *case passes through an entry WHEN a transcript line opens
      *WITH that entry's scene text - its leading words, up TO the
      *FIRST {...} placeholder. An entry WITH no text TO recognise
      *(a GATE landing spot, OR a scene opening ON a placeholder)
      *is traced through the entries its GATE sends the player TO,
      *OR failing that the entries whose actions lead TO it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOGUE-FILE ASSIGN DYNAMIC WS-DIALOGUE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT SUITE-FILE ASSIGN DYNAMIC WS-SUITE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUITE-FILE-STATUS.

           SELECT GOLDEN-FILE ASSIGN DYNAMIC WS-GOLDEN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD RULES-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD             PIC X(100).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ENTRY-MAP-RECORD.
       01 ENTRY-MAP-RECORD         PIC X(100).

       FD SUITE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SUITE-RECORD.
       01 SUITE-RECORD             PIC X(100).

       FD GOLDEN-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS GOLDEN-RECORD.
       01 GOLDEN-RECORD            PIC X(500).

       WORKING-STORAGE SECTION.
      *These capacities mirror the engine's, STORY-BUILD's AND
      *REGRESSION-SUITE's OWN - a story AND suite that fit there
      *fit here.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 RULE-TABLE-CAPACITY      VALUE 50.
       78 LABEL-TABLE-CAPACITY     VALUE 100.
       78 ACTION-TABLE-CAPACITY    VALUE 32.
       78 SUITE-TABLE-CAPACITY     VALUE 20.
      *How much OF a scene's opening text is looked FOR IN a
      *transcript, AND the least that is still worth trusting.
       78 TRACE-KEY-CAPACITY       VALUE 40.
       78 TRACE-KEY-MINIMUM        VALUE 8.

       01 WS-OLD-FILE-PATH         PIC X(40) VALUE SPACES.
       01 WS-NEW-FILE-PATH         PIC X(40) VALUE SPACES.
       01 WS-SUITE-FILE-PATH       PIC X(40) VALUE SPACES.
       01 WS-SUITE-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-SUITE-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-SUITE-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-DIALOGUE-FILE-PATH    PIC X(44) VALUE SPACES.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RULES-FILE-PATH       PIC X(44) VALUE SPACES.
       01 WS-RULES-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-RULES-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-RULES-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-FILE-PATH         PIC X(44) VALUE SPACES.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MAP-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-MAP-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-GOLDEN-FILE-PATH      PIC X(40) VALUE SPACES.
       01 WS-GOLDEN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-EOF-GOLDEN-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-GOLDEN-REACHED            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BASE-NAME             PIC X(40) VALUE SPACES.

      *Which build a shared load OR walk paragraph is working ON.
       01 WS-BUILD-SIDE            PIC X(1) VALUE 'O'.
           88 OLD-BUILD-SIDE                VALUE 'O'.
           88 NEW-BUILD-SIDE                VALUE 'N'.

      *Both stories held whole, AND ONE mark set PER line OF each:
      *whether it starts an entry AND - FOR an entry - where the
      *other build has it.
       01 OLD-STORY-LINES.
           02 OLD-LINE             PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 WS-OLD-LINE-COUNT        PIC 9(3) VALUE 0.
       01 NEW-STORY-LINES.
           02 NEW-LINE             PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 WS-NEW-LINE-COUNT        PIC 9(3) VALUE 0.

       01 OLD-LINE-MARKS.
           02 OLD-LINE-MARK        OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
               03 OLD-ENTRY-START  PIC X(1) VALUE 'N'.
               03 OLD-ENTRY-CREDITS
                                   PIC X(1) VALUE 'N'.
               03 OLD-ENTRY-NEW-NUMBER
                                   PIC 9(3) VALUE 0.
               03 OLD-ENTRY-AFFECTED
                                   PIC X(1) VALUE 'N'.
               03 OLD-ENTRY-TRACED PIC X(1) VALUE 'N'.
       01 NEW-LINE-MARKS.
           02 NEW-LINE-MARK        OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
               03 NEW-ENTRY-START  PIC X(1) VALUE 'N'.
               03 NEW-ENTRY-CREDITS
                                   PIC X(1) VALUE 'N'.
               03 NEW-ENTRY-OLD-NUMBER
                                   PIC 9(3) VALUE 0.
       01 WS-OLD-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 WS-NEW-ENTRY-COUNT       PIC 9(3) VALUE 0.

      *Each build's labels, FROM the LABEL lines OF its map.
       01 OLD-LABELS.
           02 OLD-LABEL            OCCURS LABEL-TABLE-CAPACITY TIMES.
               03 OLD-LABEL-LINE   PIC 9(3) VALUE 0.
               03 OLD-LABEL-NAME   PIC X(30) VALUE SPACES.
       01 WS-OLD-LABEL-COUNT       PIC 9(3) VALUE 0.
       01 NEW-LABELS.
           02 NEW-LABEL            OCCURS LABEL-TABLE-CAPACITY TIMES.
               03 NEW-LABEL-LINE   PIC 9(3) VALUE 0.
               03 NEW-LABEL-NAME   PIC X(30) VALUE SPACES.
       01 WS-NEW-LABEL-COUNT       PIC 9(3) VALUE 0.
       01 WS-LABEL-INDEX           PIC 9(3) VALUE 0.
       01 WS-LOOKUP-NAME           PIC X(30) VALUE SPACES.

      *Each build's rules AS written (cols 1-83), the old ONE also
      *renumbered INTO the NEW build's entries so an untouched rule
      *on a moved entry compares equal.
       01 OLD-RULES.
           02 OLD-RULE             OCCURS RULE-TABLE-CAPACITY TIMES.
               03 OLD-RULE-TEXT    PIC X(83) VALUE SPACES.
               03 OLD-RULE-RENUMBERED
                                   PIC X(83) VALUE SPACES.
               03 OLD-RULE-PAIRED  PIC X(1) VALUE 'N'.
       01 WS-OLD-RULE-COUNT        PIC 9(3) VALUE 0.
       01 NEW-RULES.
           02 NEW-RULE             OCCURS RULE-TABLE-CAPACITY TIMES.
               03 NEW-RULE-TEXT    PIC X(83) VALUE SPACES.
               03 NEW-RULE-PAIRED  PIC X(1) VALUE 'N'.
       01 WS-NEW-RULE-COUNT        PIC 9(3) VALUE 0.
       01 WS-OLD-RULE-INDEX        PIC 9(3) VALUE 0.
       01 WS-NEW-RULE-INDEX        PIC 9(3) VALUE 0.
       01 WS-RULE-PARTNER          PIC 9(3) VALUE 0.
       01 WS-MARK-RULE-INDEX       PIC 9(3) VALUE 0.
       01 WS-RULE-TEXT             PIC X(83) VALUE SPACES.
       01 WS-RULE-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88 RULE-FOUND                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *ONE entry's action block, split the SAME way STORY-BUILD
      *splits an action line. A NONE, ENDING OR CHAPTER control
      *word is held AS an action labelled WITH the word itself,
      *its destination the bare line that follows it.
       01 COLLECTED-ACTIONS.
           02 COLLECTED-ACTION     OCCURS ACTION-TABLE-CAPACITY TIMES.
               03 COLLECTED-LABEL  PIC X(200).
               03 COLLECTED-DEST   PIC X(30).
               03 COLLECTED-EXTRA  PIC X(30).
               03 COLLECTED-EXTRA-2
                                   PIC X(30).
               03 COLLECTED-PAIRED PIC X(1).
       01 WS-COLLECTED-COUNT       PIC 9(2) VALUE 0.
       01 OLD-ACTIONS.
           02 OLD-ACTION           OCCURS ACTION-TABLE-CAPACITY TIMES.
               03 OLD-ACTION-LABEL PIC X(200).
               03 OLD-ACTION-DEST  PIC X(30).
               03 OLD-ACTION-EXTRA PIC X(30).
               03 OLD-ACTION-EXTRA-2
                                   PIC X(30).
               03 OLD-ACTION-PAIRED
                                   PIC X(1).
       01 WS-OLD-ACTION-COUNT      PIC 9(2) VALUE 0.
       01 NEW-ACTIONS.
           02 NEW-ACTION           OCCURS ACTION-TABLE-CAPACITY TIMES.
               03 NEW-ACTION-LABEL PIC X(200).
               03 NEW-ACTION-DEST  PIC X(30).
               03 NEW-ACTION-EXTRA PIC X(30).
               03 NEW-ACTION-EXTRA-2
                                   PIC X(30).
               03 NEW-ACTION-PAIRED
                                   PIC X(1).
       01 WS-NEW-ACTION-COUNT      PIC 9(2) VALUE 0.
       01 WS-OLD-ACTION-INDEX      PIC 9(2) VALUE 0.
       01 WS-NEW-ACTION-INDEX      PIC 9(2) VALUE 0.

      *Working fields FOR walking ONE entry's block.
       01 WS-WORK-LINE             PIC X(500) VALUE SPACES.
       01 WS-ACTION-LABEL          PIC X(500) VALUE SPACES.
       01 WS-ACTION-DEST-TEXT      PIC X(30) VALUE SPACES.
       01 WS-ACTION-EXTRA-TEXT     PIC X(30) VALUE SPACES.
       01 WS-ACTION-EXTRA-2-TEXT   PIC X(30) VALUE SPACES.
       01 WS-BLOCK-START           PIC 9(3) VALUE 0.
       01 WS-BLOCK-INDEX           PIC 9(3) VALUE 0.
       01 WS-BLOCK-LINE-COUNT      PIC 9(3) VALUE 0.
       01 WS-BLOCK-DONE-FLAG       PIC X(1) VALUE 'N'.
           88 BLOCK-DONE                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Following ONE old entry TO its NEW line.
       01 WS-OLD-ENTRY             PIC 9(3) VALUE 0.
       01 WS-NEW-ENTRY             PIC 9(3) VALUE 0.
       01 WS-LAST-NEW-ENTRY        PIC 9(3) VALUE 0.
       01 WS-PREVIOUS-ENTRY        PIC 9(3) VALUE 0.
       01 WS-TEXT-MATCH-COUNT      PIC 9(3) VALUE 0.
       01 WS-EARLIER-TEXT-MATCH    PIC 9(3) VALUE 0.
       01 WS-REWRITE-SEARCH-FLAG   PIC X(1) VALUE 'N'.
           88 REWRITE-SEARCH-DONE           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SCAN-LINE-INDEX       PIC 9(3) VALUE 0.
       01 WS-OLD-OFFSET-LINE       PIC 9(3) VALUE 0.
       01 WS-NEW-OFFSET-LINE       PIC 9(3) VALUE 0.

      *Comparing ONE matched pair.
       01 WS-ENTRY-HEADING-FLAG    PIC X(1) VALUE 'N'.
           88 ENTRY-HEADING-SHOWN           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CREDITS-DIFFER-FLAG   PIC X(1) VALUE 'N'.
           88 CREDITS-DIFFER                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-EXPECTED-DEST         PIC X(30) VALUE SPACES.
       01 WS-DEST-NUMBER           PIC 9(3) VALUE 0.
       01 WS-SHOWN-LABEL           PIC X(60) VALUE SPACES.
       01 WS-OLD-DEST-SHOWN        PIC X(30) VALUE SPACES.
       01 WS-NEW-DEST-SHOWN        PIC X(30) VALUE SPACES.

      *The transcript search: the entries a case is recognised BY,
      *each WITH the opening text looked FOR.
       01 TRACE-ENTRIES.
           02 TRACE-ENTRY          OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
               03 TRACE-LINE       PIC 9(3) VALUE 0.
               03 TRACE-KEY        PIC X(40) VALUE SPACES.
               03 TRACE-KEY-LENGTH PIC 9(2) VALUE 0.
               03 TRACE-LAST-CASE  PIC 9(2) VALUE 0.
       01 WS-TRACE-COUNT           PIC 9(3) VALUE 0.
       01 WS-TRACE-INDEX           PIC 9(3) VALUE 0.
       01 WS-TRACE-CANDIDATE       PIC 9(3) VALUE 0.
       01 WS-TRACE-SET-FLAG        PIC X(1) VALUE 'N'.
           88 TRACE-WAS-SET                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-KEY-TEXT              PIC X(500) VALUE SPACES.
       01 WS-KEY-LENGTH            PIC 9(3) VALUE 0.
       01 WS-UNTRACED-COUNT        PIC 9(3) VALUE 0.

       01 SUITE-CASES.
           02 SUITE-CASE           OCCURS SUITE-TABLE-CAPACITY TIMES.
               03 CASE-SCRIPT-PATH PIC X(40) VALUE SPACES.
               03 CASE-GOLDEN-PATH PIC X(40) VALUE SPACES.
       01 WS-CASE-COUNT            PIC 9(2) VALUE 0.
       01 WS-CASE-INDEX            PIC 9(2) VALUE 0.
       01 WS-HIT-LIST              PIC X(64) VALUE SPACES.
       01 WS-HIT-POINTER           PIC 9(3) VALUE 1.
       01 WS-HIT-COUNT             PIC 9(3) VALUE 0.

       01 WS-TEXT-CHANGED-COUNT    PIC 9(3) VALUE 0.
       01 WS-ENTRY-ADDED-COUNT     PIC 9(3) VALUE 0.
       01 WS-ENTRY-REMOVED-COUNT   PIC 9(3) VALUE 0.
       01 WS-ACTION-ADDED-COUNT    PIC 9(3) VALUE 0.
       01 WS-ACTION-REMOVED-COUNT  PIC 9(3) VALUE 0.
       01 WS-ACTION-CHANGED-COUNT  PIC 9(3) VALUE 0.
       01 WS-DEST-MOVED-COUNT      PIC 9(3) VALUE 0.
       01 WS-RULE-ADDED-COUNT      PIC 9(3) VALUE 0.
       01 WS-RULE-REMOVED-COUNT    PIC 9(3) VALUE 0.
       01 WS-RULE-CHANGED-COUNT    PIC 9(3) VALUE 0.
       01 WS-AFFECTED-COUNT        PIC 9(3) VALUE 0.
       01 WS-CASE-AFFECTED-COUNT   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Old dialogue file (blank for dialogue.txt): "
               WITH NO ADVANCING
           ACCEPT WS-OLD-FILE-PATH
           DISPLAY "New dialogue file: " WITH NO ADVANCING
           ACCEPT WS-NEW-FILE-PATH
           DISPLAY "Suite definition file (blank for suite.txt): "
               WITH NO ADVANCING
           ACCEPT WS-SUITE-FILE-PATH

           IF WS-OLD-FILE-PATH = SPACES
               MOVE "dialogue.txt" TO WS-OLD-FILE-PATH
           END-IF
           IF WS-SUITE-FILE-PATH = SPACES
               MOVE "suite.txt" TO WS-SUITE-FILE-PATH
           END-IF
           IF WS-NEW-FILE-PATH = SPACES
               DISPLAY "NO NEW DIALOGUE FILE GIVEN - NOTHING TO "
                   "COMPARE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET OLD-BUILD-SIDE TO TRUE
           PERFORM LOAD-ONE-BUILD
           SET NEW-BUILD-SIDE TO TRUE
           PERFORM LOAD-ONE-BUILD

           PERFORM MATCH-OLD-ENTRIES

           DISPLAY " "
           DISPLAY "===== STORY CHANGE IMPACT ====="
           DISPLAY "OLD BUILD: " FUNCTION TRIM(WS-OLD-FILE-PATH)
               " (" WS-OLD-ENTRY-COUNT " ENTRIES)"
           DISPLAY "NEW BUILD: " FUNCTION TRIM(WS-NEW-FILE-PATH)
               " (" WS-NEW-ENTRY-COUNT " ENTRIES)"
           DISPLAY " "
           DISPLAY "--- ENTRIES AND ACTIONS ---"
           PERFORM COMPARE-ALL-ENTRIES
           PERFORM LIST-ADDED-ENTRIES
           DISPLAY " "
           DISPLAY "--- RULES ---"
           PERFORM COMPARE-RULE-FILES

           PERFORM CHOOSE-TRACE-ENTRIES
           DISPLAY " "
           DISPLAY "--- REGRESSION CASES TO RE-APPROVE ---"
           PERFORM CROSS-REFERENCE-SUITE

           PERFORM DISPLAY-IMPACT-SUMMARY

           IF WS-CASE-AFFECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ONE-BUILD.
      *    The DIALOGUE FILE, THEN the map AND rules FILE beside it.
           IF OLD-BUILD-SIDE
               MOVE WS-OLD-FILE-PATH TO WS-DIALOGUE-FILE-PATH
           ELSE
               MOVE WS-NEW-FILE-PATH TO WS-DIALOGUE-FILE-PATH
           END-IF

           MOVE SPACES TO WS-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-MAP-FILE-PATH
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                   ".map" DELIMITED BY SIZE
               INTO WS-MAP-FILE-PATH
           END-STRING
           MOVE SPACES TO WS-RULES-FILE-PATH
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                   ".rul" DELIMITED BY SIZE
               INTO WS-RULES-FILE-PATH
           END-STRING

           PERFORM LOAD-STORY-LINES
           PERFORM MARK-ENTRY-STARTS
           PERFORM LOAD-MAP-LABELS
           PERFORM LOAD-RULE-LINES.

       LOAD-STORY-LINES.
           SET EOF-DIALOGUE-REACHED TO FALSE
           OPEN INPUT DIALOGUE-FILE
           IF WS-DIALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                   " (STATUS " WS-DIALOGUE-FILE-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       PERFORM STORE-STORY-LINE
               END-READ
           END-PERFORM

           CLOSE DIALOGUE-FILE.

       STORE-STORY-LINE.
           IF OLD-BUILD-SIDE
               IF WS-OLD-LINE-COUNT = DIALOGUE-TABLE-CAPACITY
                   SET EOF-DIALOGUE-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-OLD-LINE-COUNT
                   MOVE DIALOGUE-RECORD TO OLD-LINE(WS-OLD-LINE-COUNT)
               END-IF
           ELSE
               IF WS-NEW-LINE-COUNT = DIALOGUE-TABLE-CAPACITY
                   SET EOF-DIALOGUE-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-NEW-LINE-COUNT
                   MOVE DIALOGUE-RECORD TO NEW-LINE(WS-NEW-LINE-COUNT)
               END-IF
           END-IF.

       MARK-ENTRY-STARTS.
      *    An entry starts ON line 1 AND after every END-ACTIONS OR
      *    END-OF-CREDITS line - the SAME layout the engine walks.
      *    The entry an END-OF-CREDITS line closes is the credits
      *    scroll, shown without its carriage-control column.
           MOVE 0 TO WS-PREVIOUS-ENTRY
           IF OLD-BUILD-SIDE
               PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-LINE-INDEX > WS-OLD-LINE-COUNT
                   IF WS-SCAN-LINE-INDEX = 1
                       MOVE 'Y' TO OLD-ENTRY-START(1)
                   ELSE
                       IF OLD-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-ACTIONS"
                           OR OLD-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-OF-CREDITS"
                           MOVE 'Y'
                               TO OLD-ENTRY-START(WS-SCAN-LINE-INDEX)
                       END-IF
                   END-IF
                   IF OLD-ENTRY-START(WS-SCAN-LINE-INDEX) = 'Y'
                       ADD 1 TO WS-OLD-ENTRY-COUNT
                       MOVE WS-SCAN-LINE-INDEX TO WS-PREVIOUS-ENTRY
                   END-IF
                   IF OLD-LINE(WS-SCAN-LINE-INDEX) = "END-OF-CREDITS"
                           AND WS-PREVIOUS-ENTRY > 0
                       MOVE 'Y'
                           TO OLD-ENTRY-CREDITS(WS-PREVIOUS-ENTRY)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-LINE-INDEX > WS-NEW-LINE-COUNT
                   IF WS-SCAN-LINE-INDEX = 1
                       MOVE 'Y' TO NEW-ENTRY-START(1)
                   ELSE
                       IF NEW-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-ACTIONS"
                           OR NEW-LINE(WS-SCAN-LINE-INDEX - 1)
                               = "END-OF-CREDITS"
                           MOVE 'Y'
                               TO NEW-ENTRY-START(WS-SCAN-LINE-INDEX)
                       END-IF
                   END-IF
                   IF NEW-ENTRY-START(WS-SCAN-LINE-INDEX) = 'Y'
                       ADD 1 TO WS-NEW-ENTRY-COUNT
                       MOVE WS-SCAN-LINE-INDEX TO WS-PREVIOUS-ENTRY
                   END-IF
                   IF NEW-LINE(WS-SCAN-LINE-INDEX) = "END-OF-CREDITS"
                           AND WS-PREVIOUS-ENTRY > 0
                       MOVE 'Y'
                           TO NEW-ENTRY-CREDITS(WS-PREVIOUS-ENTRY)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-MAP-LABELS.
      *    Only the LABEL lines matter here - they name this build's
      *    entries. A build WITH no map simply has no labels.
           SET EOF-MAP-REACHED TO FALSE
           OPEN INPUT ENTRY-MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM UNTIL EOF-MAP-REACHED
                   READ ENTRY-MAP-FILE
                       AT END
                           SET EOF-MAP-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MAP-LABEL
                   END-READ
               END-PERFORM
               CLOSE ENTRY-MAP-FILE
           END-IF.

       LOAD-ONE-MAP-LABEL.
           IF ENTRY-MAP-RECORD(1:8) = "LABEL   "
                   AND ENTRY-MAP-RECORD(10:3) NUMERIC
               IF OLD-BUILD-SIDE
                   IF WS-OLD-LABEL-COUNT < LABEL-TABLE-CAPACITY
                       ADD 1 TO WS-OLD-LABEL-COUNT
                       MOVE ENTRY-MAP-RECORD(10:3)
                           TO OLD-LABEL-LINE(WS-OLD-LABEL-COUNT)
                       MOVE ENTRY-MAP-RECORD(14:30)
                           TO OLD-LABEL-NAME(WS-OLD-LABEL-COUNT)
                   END-IF
               ELSE
                   IF WS-NEW-LABEL-COUNT < LABEL-TABLE-CAPACITY
                       ADD 1 TO WS-NEW-LABEL-COUNT
                       MOVE ENTRY-MAP-RECORD(10:3)
                           TO NEW-LABEL-LINE(WS-NEW-LABEL-COUNT)
                       MOVE ENTRY-MAP-RECORD(14:30)
                           TO NEW-LABEL-NAME(WS-NEW-LABEL-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-RULE-LINES.
      *    A build WITHOUT a rules FILE has no rules - the SAME
      *    reading the engine gives it.
           SET EOF-RULES-REACHED TO FALSE
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO RULES FILE "
                   FUNCTION TRIM(WS-RULES-FILE-PATH)
                   " - READ AS HOLDING NO RULES."
           ELSE
               PERFORM UNTIL EOF-RULES-REACHED
                   READ RULES-FILE
                       AT END
                           SET EOF-RULES-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-RULE-LINE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       STORE-RULE-LINE.
           IF RULES-RECORD(1:1) = "*" OR RULES-RECORD = SPACES
               CONTINUE
           ELSE
               IF OLD-BUILD-SIDE
                   IF WS-OLD-RULE-COUNT = RULE-TABLE-CAPACITY
                       DISPLAY "WARNING: "
                           FUNCTION TRIM(WS-RULES-FILE-PATH)
                           " HOLDS MORE THAN " RULE-TABLE-CAPACITY
                           " RULES - THE REST ARE NOT COMPARED."
                       SET EOF-RULES-REACHED TO TRUE
                   ELSE
                       ADD 1 TO WS-OLD-RULE-COUNT
                       MOVE RULES-RECORD(1:83)
                           TO OLD-RULE-TEXT(WS-OLD-RULE-COUNT)
                   END-IF
               ELSE
                   IF WS-NEW-RULE-COUNT = RULE-TABLE-CAPACITY
                       DISPLAY "WARNING: "
                           FUNCTION TRIM(WS-RULES-FILE-PATH)
                           " HOLDS MORE THAN " RULE-TABLE-CAPACITY
                           " RULES - THE REST ARE NOT COMPARED."
                       SET EOF-RULES-REACHED TO TRUE
                   ELSE
                       ADD 1 TO WS-NEW-RULE-COUNT
                       MOVE RULES-RECORD(1:83)
                           TO NEW-RULE-TEXT(WS-NEW-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-OLD-ENTRY-LABEL.
      *    FOR MATCH-OLD-ENTRIES: a label both builds' maps carry
      *    settles WHERE the old entry went. Leaves WS-NEW-ENTRY AT
      *    the NEW entry, OR 0.
           MOVE 1 TO WS-LABEL-INDEX
           PERFORM UNTIL WS-NEW-ENTRY > 0
                   OR WS-LABEL-INDEX > WS-OLD-LABEL-COUNT
               IF OLD-LABEL-LINE(WS-LABEL-INDEX) = WS-OLD-ENTRY
                   MOVE OLD-LABEL-NAME(WS-LABEL-INDEX)
                       TO WS-LOOKUP-NAME
                   PERFORM FIND-NEW-LABEL
               END-IF
               ADD 1 TO WS-LABEL-INDEX
           END-PERFORM.

       FIND-NEW-LABEL.
           PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-LINE-INDEX > WS-NEW-LABEL-COUNT
                   OR WS-NEW-ENTRY > 0
               IF FUNCTION TRIM(NEW-LABEL-NAME(WS-SCAN-LINE-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME)
                   MOVE NEW-LABEL-LINE(WS-SCAN-LINE-INDEX)
                       TO WS-NEW-ENTRY
               END-IF
           END-PERFORM

      *    A label pointing past the NEW story OR at a line that is
      *    no entry is a stale map - fall back ON the text.
           IF WS-NEW-ENTRY > WS-NEW-LINE-COUNT
               MOVE 0 TO WS-NEW-ENTRY
           END-IF
           IF WS-NEW-ENTRY > 0
               IF NEW-ENTRY-START(WS-NEW-ENTRY) NOT = 'Y'
                   MOVE 0 TO WS-NEW-ENTRY
               END-IF
           END-IF.

       COMPARE-ALL-ENTRIES.
           PERFORM VARYING WS-OLD-ENTRY FROM 1 BY 1
                   UNTIL WS-OLD-ENTRY > WS-OLD-LINE-COUNT
               IF OLD-ENTRY-START(WS-OLD-ENTRY) = 'Y'
                   SET ENTRY-HEADING-SHOWN TO FALSE
                   MOVE OLD-ENTRY-NEW-NUMBER(WS-OLD-ENTRY)
                       TO WS-NEW-ENTRY
                   IF WS-NEW-ENTRY = 0
                       PERFORM REPORT-REMOVED-ENTRY
                   ELSE
                       PERFORM COMPARE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-REMOVED-ENTRY.
           ADD 1 TO WS-ENTRY-REMOVED-COUNT
           MOVE 'Y' TO OLD-ENTRY-AFFECTED(WS-OLD-ENTRY)
           DISPLAY "ENTRY " WS-OLD-ENTRY ": REMOVED"
           DISPLAY "    WAS: " OLD-LINE(WS-OLD-ENTRY)(1:60).

       SHOW-ENTRY-HEADING.
      *    Printed once, before an entry's FIRST finding.
           IF NOT ENTRY-HEADING-SHOWN
               SET ENTRY-HEADING-SHOWN TO TRUE
               MOVE 'Y' TO OLD-ENTRY-AFFECTED(WS-OLD-ENTRY)
               IF WS-NEW-ENTRY = WS-OLD-ENTRY
                   DISPLAY "ENTRY " WS-OLD-ENTRY ":"
               ELSE
                   DISPLAY "ENTRY " WS-OLD-ENTRY " (NOW "
                       WS-NEW-ENTRY "):"
               END-IF
           END-IF.

       COMPARE-ONE-ENTRY.
           IF OLD-ENTRY-CREDITS(WS-OLD-ENTRY) = 'Y'
                   OR NEW-ENTRY-CREDITS(WS-NEW-ENTRY) = 'Y'
               PERFORM COMPARE-CREDITS-BLOCK
           ELSE
               IF OLD-LINE(WS-OLD-ENTRY) NOT = NEW-LINE(WS-NEW-ENTRY)
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-TEXT-CHANGED-COUNT
                   DISPLAY "  TEXT CHANGED"
                   DISPLAY "    WAS: " OLD-LINE(WS-OLD-ENTRY)(1:60)
                   DISPLAY "    NOW: " NEW-LINE(WS-NEW-ENTRY)(1:60)
               END-IF

               SET OLD-BUILD-SIDE TO TRUE
               MOVE WS-OLD-ENTRY TO WS-BLOCK-START
               PERFORM COLLECT-ENTRY-ACTIONS
               MOVE COLLECTED-ACTIONS TO OLD-ACTIONS
               MOVE WS-COLLECTED-COUNT TO WS-OLD-ACTION-COUNT

               SET NEW-BUILD-SIDE TO TRUE
               MOVE WS-NEW-ENTRY TO WS-BLOCK-START
               PERFORM COLLECT-ENTRY-ACTIONS
               MOVE COLLECTED-ACTIONS TO NEW-ACTIONS
               MOVE WS-COLLECTED-COUNT TO WS-NEW-ACTION-COUNT

               PERFORM COMPARE-ENTRY-ACTIONS
           END-IF.

       COMPARE-CREDITS-BLOCK.
      *    The credits scroll is prose line after line - any line
      *    that differs, OR ONE scroll simply being longer, is a
      *    text change.
           SET CREDITS-DIFFER TO FALSE
           SET BLOCK-DONE TO FALSE
           MOVE WS-OLD-ENTRY TO WS-OLD-OFFSET-LINE
           MOVE WS-NEW-ENTRY TO WS-NEW-OFFSET-LINE
           PERFORM UNTIL BLOCK-DONE
               IF WS-OLD-OFFSET-LINE > WS-OLD-LINE-COUNT
                       OR WS-NEW-OFFSET-LINE > WS-NEW-LINE-COUNT
                   SET BLOCK-DONE TO TRUE
                   IF WS-OLD-OFFSET-LINE <= WS-OLD-LINE-COUNT
                           OR WS-NEW-OFFSET-LINE <= WS-NEW-LINE-COUNT
                       SET CREDITS-DIFFER TO TRUE
                   END-IF
               ELSE
                   IF OLD-LINE(WS-OLD-OFFSET-LINE)
                           NOT = NEW-LINE(WS-NEW-OFFSET-LINE)
                       SET CREDITS-DIFFER TO TRUE
                       SET BLOCK-DONE TO TRUE
                   ELSE
                       IF OLD-LINE(WS-OLD-OFFSET-LINE)
                               = "END-OF-CREDITS"
                           SET BLOCK-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-OLD-OFFSET-LINE
               ADD 1 TO WS-NEW-OFFSET-LINE
           END-PERFORM

           IF CREDITS-DIFFER
               PERFORM SHOW-ENTRY-HEADING
               ADD 1 TO WS-TEXT-CHANGED-COUNT
               DISPLAY "  TEXT CHANGED (CREDITS)"
           END-IF.

       COLLECT-ENTRY-ACTIONS.
      *    Walks the lines after the scene up TO END-ACTIONS OR
      *    END-OF-CREDITS, ON the build WS-BUILD-SIDE names.
           INITIALIZE COLLECTED-ACTIONS
           MOVE 0 TO WS-COLLECTED-COUNT
           IF OLD-BUILD-SIDE
               MOVE WS-OLD-LINE-COUNT TO WS-BLOCK-LINE-COUNT
           ELSE
               MOVE WS-NEW-LINE-COUNT TO WS-BLOCK-LINE-COUNT
           END-IF

           SET BLOCK-DONE TO FALSE
           COMPUTE WS-BLOCK-INDEX = WS-BLOCK-START + 1
           PERFORM UNTIL BLOCK-DONE
                   OR WS-BLOCK-INDEX > WS-BLOCK-LINE-COUNT
               PERFORM FETCH-BLOCK-LINE
               IF WS-WORK-LINE = "END-ACTIONS"
                       OR WS-WORK-LINE = "END-OF-CREDITS"
                   SET BLOCK-DONE TO TRUE
               ELSE
                   PERFORM COLLECT-ONE-ACTION
               END-IF
               ADD 1 TO WS-BLOCK-INDEX
           END-PERFORM.

       FETCH-BLOCK-LINE.
           IF OLD-BUILD-SIDE
               MOVE OLD-LINE(WS-BLOCK-INDEX) TO WS-WORK-LINE
           ELSE
               MOVE NEW-LINE(WS-BLOCK-INDEX) TO WS-WORK-LINE
           END-IF.

       COLLECT-ONE-ACTION.
           MOVE SPACES TO WS-ACTION-LABEL
           MOVE SPACES TO WS-ACTION-DEST-TEXT
           MOVE SPACES TO WS-ACTION-EXTRA-TEXT
           MOVE SPACES TO WS-ACTION-EXTRA-2-TEXT

           IF WS-WORK-LINE = "NONE" OR WS-WORK-LINE = "ENDING"
                   OR WS-WORK-LINE = "CHAPTER"
               MOVE WS-WORK-LINE TO WS-ACTION-LABEL
               IF WS-BLOCK-INDEX < WS-BLOCK-LINE-COUNT
                   ADD 1 TO WS-BLOCK-INDEX
                   PERFORM FETCH-BLOCK-LINE
                   MOVE WS-WORK-LINE(1:30) TO WS-ACTION-DEST-TEXT
               END-IF
           ELSE
               UNSTRING WS-WORK-LINE DELIMITED BY "#"
                   INTO WS-ACTION-LABEL WS-ACTION-DEST-TEXT
                       WS-ACTION-EXTRA-TEXT WS-ACTION-EXTRA-2-TEXT
               END-UNSTRING
           END-IF

           IF WS-COLLECTED-COUNT < ACTION-TABLE-CAPACITY
               ADD 1 TO WS-COLLECTED-COUNT
               MOVE WS-ACTION-LABEL
                   TO COLLECTED-LABEL(WS-COLLECTED-COUNT)
               MOVE WS-ACTION-DEST-TEXT
                   TO COLLECTED-DEST(WS-COLLECTED-COUNT)
               MOVE WS-ACTION-EXTRA-TEXT
                   TO COLLECTED-EXTRA(WS-COLLECTED-COUNT)
               MOVE WS-ACTION-EXTRA-2-TEXT
                   TO COLLECTED-EXTRA-2(WS-COLLECTED-COUNT)
               MOVE 'N' TO COLLECTED-PAIRED(WS-COLLECTED-COUNT)
           END-IF.

       COMPARE-ENTRY-ACTIONS.
      *    Actions pair up BY label; an old action WITH no partner
      *    was removed, a NEW ONE WITH none was added.
           PERFORM VARYING WS-OLD-ACTION-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-ACTION-INDEX > WS-OLD-ACTION-COUNT
               MOVE 0 TO WS-NEW-ACTION-INDEX
               PERFORM VARYING WS-SCAN-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-LINE-INDEX > WS-NEW-ACTION-COUNT
                       OR WS-NEW-ACTION-INDEX > 0
                   IF NEW-ACTION-PAIRED(WS-SCAN-LINE-INDEX) = 'N'
                           AND NEW-ACTION-LABEL(WS-SCAN-LINE-INDEX)
                           = OLD-ACTION-LABEL(WS-OLD-ACTION-INDEX)
                       MOVE WS-SCAN-LINE-INDEX TO WS-NEW-ACTION-INDEX
                   END-IF
               END-PERFORM

               MOVE OLD-ACTION-LABEL(WS-OLD-ACTION-INDEX)(1:60)
                   TO WS-SHOWN-LABEL
               IF WS-NEW-ACTION-INDEX = 0
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-ACTION-REMOVED-COUNT
                   DISPLAY "  ACTION REMOVED:    "
                       FUNCTION TRIM(WS-SHOWN-LABEL)
               ELSE
                   MOVE 'Y' TO OLD-ACTION-PAIRED(WS-OLD-ACTION-INDEX)
                   MOVE 'Y' TO NEW-ACTION-PAIRED(WS-NEW-ACTION-INDEX)
                   PERFORM COMPARE-PAIRED-ACTION
               END-IF
           END-PERFORM

           PERFORM VARYING WS-NEW-ACTION-INDEX FROM 1 BY 1
                   UNTIL WS-NEW-ACTION-INDEX > WS-NEW-ACTION-COUNT
               IF NEW-ACTION-PAIRED(WS-NEW-ACTION-INDEX) = 'N'
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-ACTION-ADDED-COUNT
                   MOVE NEW-ACTION-LABEL(WS-NEW-ACTION-INDEX)(1:60)
                       TO WS-SHOWN-LABEL
                   DISPLAY "  ACTION ADDED:      "
                       FUNCTION TRIM(WS-SHOWN-LABEL) " -> "
                       FUNCTION TRIM(
                           NEW-ACTION-DEST(WS-NEW-ACTION-INDEX))
               END-IF
           END-PERFORM.

       COMPARE-PAIRED-ACTION.
      *    A destination has moved WHEN the entry the old ONE named,
      *    followed INTO the NEW build, is NOT where the NEW ONE
      *    points. A CHAPTER destination is a FILE name AND compares
      *    AS written.
           IF OLD-ACTION-LABEL(WS-OLD-ACTION-INDEX) = "CHAPTER"
               MOVE OLD-ACTION-DEST(WS-OLD-ACTION-INDEX)
                   TO WS-EXPECTED-DEST
           ELSE
               MOVE OLD-ACTION-DEST(WS-OLD-ACTION-INDEX)
                   TO WS-EXPECTED-DEST
               PERFORM RENUMBER-EXPECTED-DEST
           END-IF
           IF WS-EXPECTED-DEST
                   NOT = NEW-ACTION-DEST(WS-NEW-ACTION-INDEX)
               PERFORM SHOW-ENTRY-HEADING
               ADD 1 TO WS-DEST-MOVED-COUNT
               DISPLAY "  DESTINATION MOVED: "
                   FUNCTION TRIM(WS-SHOWN-LABEL)
               MOVE OLD-ACTION-DEST(WS-OLD-ACTION-INDEX)
                   TO WS-OLD-DEST-SHOWN
               MOVE NEW-ACTION-DEST(WS-NEW-ACTION-INDEX)
                   TO WS-NEW-DEST-SHOWN
               PERFORM SHOW-MOVED-DESTINATION
           END-IF

      *    The third field is the FAIL leg ON a skill-CHECK line AND
      *    a directive everywhere else.
           IF OLD-ACTION-EXTRA-2(WS-OLD-ACTION-INDEX) NOT = SPACES
                   AND NEW-ACTION-EXTRA-2(WS-NEW-ACTION-INDEX)
                       NOT = SPACES
               MOVE OLD-ACTION-EXTRA(WS-OLD-ACTION-INDEX)
                   TO WS-EXPECTED-DEST
               PERFORM RENUMBER-EXPECTED-DEST
               IF WS-EXPECTED-DEST
                       NOT = NEW-ACTION-EXTRA(WS-NEW-ACTION-INDEX)
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-DEST-MOVED-COUNT
                   DISPLAY "  DESTINATION MOVED: "
                       FUNCTION TRIM(WS-SHOWN-LABEL) " (FAIL)"
                   MOVE OLD-ACTION-EXTRA(WS-OLD-ACTION-INDEX)
                       TO WS-OLD-DEST-SHOWN
                   MOVE NEW-ACTION-EXTRA(WS-NEW-ACTION-INDEX)
                       TO WS-NEW-DEST-SHOWN
                   PERFORM SHOW-MOVED-DESTINATION
               END-IF
               IF OLD-ACTION-EXTRA-2(WS-OLD-ACTION-INDEX)
                       NOT = NEW-ACTION-EXTRA-2(WS-NEW-ACTION-INDEX)
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-ACTION-CHANGED-COUNT
                   DISPLAY "  ACTION CHANGED:    "
                       FUNCTION TRIM(WS-SHOWN-LABEL) " - ODDS "
                       FUNCTION TRIM(
                           OLD-ACTION-EXTRA-2(WS-OLD-ACTION-INDEX))
                       "% NOW "
                       FUNCTION TRIM(
                           NEW-ACTION-EXTRA-2(WS-NEW-ACTION-INDEX))
                       "%"
               END-IF
           ELSE
               IF OLD-ACTION-EXTRA(WS-OLD-ACTION-INDEX)
                       NOT = NEW-ACTION-EXTRA(WS-NEW-ACTION-INDEX)
                       OR OLD-ACTION-EXTRA-2(WS-OLD-ACTION-INDEX)
                       NOT = NEW-ACTION-EXTRA-2(WS-NEW-ACTION-INDEX)
                   PERFORM SHOW-ENTRY-HEADING
                   ADD 1 TO WS-ACTION-CHANGED-COUNT
                   DISPLAY "  ACTION CHANGED:    "
                       FUNCTION TRIM(WS-SHOWN-LABEL) " - WAS #"
                       FUNCTION TRIM(
                           OLD-ACTION-EXTRA(WS-OLD-ACTION-INDEX))
                       " NOW #"
                       FUNCTION TRIM(
                           NEW-ACTION-EXTRA(WS-NEW-ACTION-INDEX))
               END-IF
           END-IF.

       SHOW-MOVED-DESTINATION.
      *    WS-EXPECTED-DEST still holds where the old destination
      *    sits IN the NEW build - worth showing WHEN it moved.
           IF WS-EXPECTED-DEST = WS-OLD-DEST-SHOWN
               DISPLAY "      WAS " FUNCTION TRIM(WS-OLD-DEST-SHOWN)
                   ", NOW " FUNCTION TRIM(WS-NEW-DEST-SHOWN)
           ELSE
               DISPLAY "      WAS " FUNCTION TRIM(WS-OLD-DEST-SHOWN)
                   " (NUMBERED " FUNCTION TRIM(WS-EXPECTED-DEST)
                   " IN THE NEW BUILD), NOW "
                   FUNCTION TRIM(WS-NEW-DEST-SHOWN)
           END-IF.

       RENUMBER-EXPECTED-DEST.
      *    An old entry number becomes the number that entry carries
      *    IN the NEW build - 000 WHEN it no longer exists. Anything
      *    that is NOT an old entry compares AS written.
           IF WS-EXPECTED-DEST(1:3) NUMERIC
                   AND WS-EXPECTED-DEST(4:27) = SPACES
               MOVE WS-EXPECTED-DEST(1:3) TO WS-DEST-NUMBER
               IF WS-DEST-NUMBER > 0
                       AND WS-DEST-NUMBER <= WS-OLD-LINE-COUNT
                   IF OLD-ENTRY-START(WS-DEST-NUMBER) = 'Y'
                       MOVE SPACES TO WS-EXPECTED-DEST
                       MOVE OLD-ENTRY-NEW-NUMBER(WS-DEST-NUMBER)
                           TO WS-EXPECTED-DEST(1:3)
                   END-IF
               END-IF
           END-IF.

       LIST-ADDED-ENTRIES.
           PERFORM VARYING WS-NEW-ENTRY FROM 1 BY 1
                   UNTIL WS-NEW-ENTRY > WS-NEW-LINE-COUNT
               IF NEW-ENTRY-START(WS-NEW-ENTRY) = 'Y'
                       AND NEW-ENTRY-OLD-NUMBER(WS-NEW-ENTRY) = 0
                   ADD 1 TO WS-ENTRY-ADDED-COUNT
                   DISPLAY "NEW ENTRY " WS-NEW-ENTRY ": ADDED"
                   DISPLAY "    NOW: " NEW-LINE(WS-NEW-ENTRY)(1:60)
               END-IF
           END-PERFORM.

       COMPARE-RULE-FILES.
      *    An old rule renumbered INTO the NEW build that is still
      *    there word FOR word is untouched. What is left pairs up
      *    BY rule type AND entry - OR, FOR the clock rules that
      *    hang ON no entry, BY type AND flag - AS a changed rule;
      *    the rest were added OR removed.
           PERFORM VARYING WS-OLD-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-RULE-INDEX > WS-OLD-RULE-COUNT
               PERFORM RENUMBER-OLD-RULE
               SET RULE-FOUND TO FALSE
               PERFORM VARYING WS-NEW-RULE-INDEX FROM 1 BY 1
                       UNTIL WS-NEW-RULE-INDEX > WS-NEW-RULE-COUNT
                       OR RULE-FOUND
                   IF NEW-RULE-PAIRED(WS-NEW-RULE-INDEX) = 'N'
                           AND NEW-RULE-TEXT(WS-NEW-RULE-INDEX)
                           = OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)
                       SET RULE-FOUND TO TRUE
                       MOVE 'Y' TO NEW-RULE-PAIRED(WS-NEW-RULE-INDEX)
                       MOVE 'Y' TO OLD-RULE-PAIRED(WS-OLD-RULE-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-NEW-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-NEW-RULE-INDEX > WS-NEW-RULE-COUNT
               IF NEW-RULE-PAIRED(WS-NEW-RULE-INDEX) = 'N'
                   PERFORM REPORT-NEW-RULE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OLD-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-RULE-INDEX > WS-OLD-RULE-COUNT
               IF OLD-RULE-PAIRED(WS-OLD-RULE-INDEX) = 'N'
                   ADD 1 TO WS-RULE-REMOVED-COUNT
                   DISPLAY "RULE REMOVED: "
                       FUNCTION TRIM(OLD-RULE-TEXT(WS-OLD-RULE-INDEX)
                           TRAILING)
                   SET OLD-BUILD-SIDE TO TRUE
                   MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)
                       TO WS-RULE-TEXT
                   PERFORM MARK-RULE-AFFECTED
               END-IF
           END-PERFORM

           IF WS-RULE-ADDED-COUNT + WS-RULE-REMOVED-COUNT
                   + WS-RULE-CHANGED-COUNT = 0
               DISPLAY "NO RULE CHANGES."
           END-IF.

       RENUMBER-OLD-RULE.
      *    The entry a rule fires ON, AND a GATE's OR TIMEGATE's
      *    destinations, follow their entries INTO the NEW build.
      *    A clock rule's columns 10-12 count moves, NOT an entry.
           MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)
               TO OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)
           MOVE SPACES TO WS-EXPECTED-DEST

           IF OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8) NOT = "TIMEGATE"
                   AND OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8)
                       NOT = "TIMEDRIP"
               MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(10:3)
                   TO WS-EXPECTED-DEST
               PERFORM RENUMBER-EXPECTED-DEST
               MOVE WS-EXPECTED-DEST(1:3)
                   TO OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(10:3)
           END-IF

           IF OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8) = "GATE    "
                   OR OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8)
                       = "TIMEGATE"
               MOVE SPACES TO WS-EXPECTED-DEST
               MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(14:3)
                   TO WS-EXPECTED-DEST
               PERFORM RENUMBER-EXPECTED-DEST
               MOVE WS-EXPECTED-DEST(1:3)
                   TO OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(14:3)
           END-IF

           IF OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8) = "GATE    "
               MOVE SPACES TO WS-EXPECTED-DEST
               MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(18:3)
                   TO WS-EXPECTED-DEST
               PERFORM RENUMBER-EXPECTED-DEST
               MOVE WS-EXPECTED-DEST(1:3)
                   TO OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(18:3)
           END-IF.

       REPORT-NEW-RULE.
           SET RULE-FOUND TO FALSE
           PERFORM VARYING WS-OLD-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-RULE-INDEX > WS-OLD-RULE-COUNT
                   OR RULE-FOUND
               IF OLD-RULE-PAIRED(WS-OLD-RULE-INDEX) = 'N'
                       AND OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(1:8)
                       = NEW-RULE-TEXT(WS-NEW-RULE-INDEX)(1:8)
                   IF NEW-RULE-TEXT(WS-NEW-RULE-INDEX)(1:8)
                           = "TIMEGATE"
                           OR NEW-RULE-TEXT(WS-NEW-RULE-INDEX)(1:8)
                           = "TIMEDRIP"
                       IF OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(22:20)
                               = NEW-RULE-TEXT(WS-NEW-RULE-INDEX)(22:20)
                           SET RULE-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF OLD-RULE-RENUMBERED(WS-OLD-RULE-INDEX)(10:3)
                               = NEW-RULE-TEXT(WS-NEW-RULE-INDEX)(10:3)
                           SET RULE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF RULE-FOUND
                   MOVE WS-OLD-RULE-INDEX TO WS-RULE-PARTNER
               END-IF
           END-PERFORM

           IF RULE-FOUND
               MOVE WS-RULE-PARTNER TO WS-OLD-RULE-INDEX
               MOVE 'Y' TO OLD-RULE-PAIRED(WS-OLD-RULE-INDEX)
               MOVE 'Y' TO NEW-RULE-PAIRED(WS-NEW-RULE-INDEX)
               ADD 1 TO WS-RULE-CHANGED-COUNT
               DISPLAY "RULE CHANGED: "
                   FUNCTION TRIM(OLD-RULE-TEXT(WS-OLD-RULE-INDEX)
                       TRAILING)
               DISPLAY "          TO: "
                   FUNCTION TRIM(NEW-RULE-TEXT(WS-NEW-RULE-INDEX)
                       TRAILING)
               SET OLD-BUILD-SIDE TO TRUE
               MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX) TO WS-RULE-TEXT
               PERFORM MARK-RULE-AFFECTED
           ELSE
               ADD 1 TO WS-RULE-ADDED-COUNT
               DISPLAY "RULE ADDED:   "
                   FUNCTION TRIM(NEW-RULE-TEXT(WS-NEW-RULE-INDEX)
                       TRAILING)
           END-IF

           SET NEW-BUILD-SIDE TO TRUE
           MOVE NEW-RULE-TEXT(WS-NEW-RULE-INDEX) TO WS-RULE-TEXT
           PERFORM MARK-RULE-AFFECTED.

       MARK-RULE-AFFECTED.
      *    A rule ON an entry affects every run through that entry,
      *    named IN old numbers - a NEW-build rule ON an entry the
      *    old build never had is reached only through changes
      *    already listed. A clock rule acts only once its flag is
      *    up, so it affects the runs through the entries whose
      *    SETFLAG rules raise that flag IN either build.
           IF WS-RULE-TEXT(1:8) = "TIMEGATE"
                   OR WS-RULE-TEXT(1:8) = "TIMEDRIP"
               PERFORM VARYING WS-MARK-RULE-INDEX FROM 1 BY 1
                       UNTIL WS-MARK-RULE-INDEX > WS-OLD-RULE-COUNT
                   IF OLD-RULE-TEXT(WS-MARK-RULE-INDEX)(1:8)
                           = "SETFLAG "
                           AND OLD-RULE-TEXT(WS-MARK-RULE-INDEX)(22:20)
                           = WS-RULE-TEXT(22:20)
                       MOVE OLD-RULE-TEXT(WS-MARK-RULE-INDEX)(10:3)
                           TO WS-EXPECTED-DEST
                       PERFORM MARK-OLD-ENTRY-AFFECTED
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MARK-RULE-INDEX FROM 1 BY 1
                       UNTIL WS-MARK-RULE-INDEX > WS-NEW-RULE-COUNT
                   IF NEW-RULE-TEXT(WS-MARK-RULE-INDEX)(1:8)
                           = "SETFLAG "
                           AND NEW-RULE-TEXT(WS-MARK-RULE-INDEX)(22:20)
                           = WS-RULE-TEXT(22:20)
                       MOVE NEW-RULE-TEXT(WS-MARK-RULE-INDEX)(10:3)
                           TO WS-EXPECTED-DEST
                       PERFORM MARK-NEW-ENTRY-AFFECTED
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-RULE-TEXT(10:3) TO WS-EXPECTED-DEST
               IF OLD-BUILD-SIDE
                   PERFORM MARK-OLD-ENTRY-AFFECTED
               ELSE
                   PERFORM MARK-NEW-ENTRY-AFFECTED
               END-IF
           END-IF.

       MARK-OLD-ENTRY-AFFECTED.
           IF WS-EXPECTED-DEST(1:3) NUMERIC
               MOVE WS-EXPECTED-DEST(1:3) TO WS-DEST-NUMBER
               IF WS-DEST-NUMBER > 0
                       AND WS-DEST-NUMBER <= WS-OLD-LINE-COUNT
                   IF OLD-ENTRY-START(WS-DEST-NUMBER) = 'Y'
                       MOVE 'Y' TO OLD-ENTRY-AFFECTED(WS-DEST-NUMBER)
                   END-IF
               END-IF
           END-IF.

       MARK-NEW-ENTRY-AFFECTED.
           IF WS-EXPECTED-DEST(1:3) NUMERIC
               MOVE WS-EXPECTED-DEST(1:3) TO WS-DEST-NUMBER
               IF WS-DEST-NUMBER > 0
                       AND WS-DEST-NUMBER <= WS-NEW-LINE-COUNT
                   IF NEW-ENTRY-OLD-NUMBER(WS-DEST-NUMBER) > 0
                       MOVE NEW-ENTRY-OLD-NUMBER(WS-DEST-NUMBER)
                           TO WS-DEST-NUMBER
                       MOVE 'Y' TO OLD-ENTRY-AFFECTED(WS-DEST-NUMBER)
                   END-IF
               END-IF
           END-IF.

       CHOOSE-TRACE-ENTRIES.
      *    Every affected old entry WITH text TO recognise is looked
      *    FOR directly. ONE without is traced through the entries
      *    its GATE sends the player TO, OR - WITH no GATE - the
      *    entries whose actions lead TO it.
           MOVE 0 TO WS-TRACE-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           PERFORM VARYING WS-OLD-ENTRY FROM 1 BY 1
                   UNTIL WS-OLD-ENTRY > WS-OLD-LINE-COUNT
               IF OLD-ENTRY-START(WS-OLD-ENTRY) = 'Y'
                       AND OLD-ENTRY-AFFECTED(WS-OLD-ENTRY) = 'Y'
                   ADD 1 TO WS-AFFECTED-COUNT
                   SET TRACE-WAS-SET TO FALSE
                   MOVE WS-OLD-ENTRY TO WS-TRACE-CANDIDATE
                   PERFORM TRACE-OLD-ENTRY
                   IF NOT TRACE-WAS-SET
                       PERFORM TRACE-GATE-OUTCOMES
                   END-IF
                   IF NOT TRACE-WAS-SET
                       PERFORM TRACE-LEADING-ENTRIES
                   END-IF
                   IF NOT TRACE-WAS-SET
                       ADD 1 TO WS-UNTRACED-COUNT
                       DISPLAY "WARNING: ENTRY " WS-OLD-ENTRY
                           " CANNOT BE RECOGNISED IN A TRANSCRIPT - "
                           "CHECK ITS CASES BY HAND."
                   END-IF
               END-IF
           END-PERFORM.

       TRACE-OLD-ENTRY.
      *    Takes the opening text OF WS-TRACE-CANDIDATE - up TO its
      *    FIRST placeholder, AT most TRACE-KEY-CAPACITY characters
      *    - AND adds it TO the search WHEN enough is left TO trust.
           MOVE SPACES TO WS-KEY-TEXT
           IF OLD-ENTRY-CREDITS(WS-TRACE-CANDIDATE) = 'Y'
               MOVE OLD-LINE(WS-TRACE-CANDIDATE)(2:499) TO WS-KEY-TEXT
           ELSE
               MOVE OLD-LINE(WS-TRACE-CANDIDATE) TO WS-KEY-TEXT
           END-IF

           MOVE 0 TO WS-KEY-LENGTH
           INSPECT WS-KEY-TEXT TALLYING WS-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL "{"
           IF WS-KEY-LENGTH > TRACE-KEY-CAPACITY
               MOVE TRACE-KEY-CAPACITY TO WS-KEY-LENGTH
           END-IF
           PERFORM UNTIL WS-KEY-LENGTH = 0
                   OR WS-KEY-TEXT(WS-KEY-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LENGTH
           END-PERFORM

           IF WS-KEY-LENGTH >= TRACE-KEY-MINIMUM
               SET TRACE-WAS-SET TO TRUE
               IF OLD-ENTRY-TRACED(WS-TRACE-CANDIDATE) NOT = 'Y'
                   MOVE 'Y' TO OLD-ENTRY-TRACED(WS-TRACE-CANDIDATE)
                   ADD 1 TO WS-TRACE-COUNT
                   MOVE WS-TRACE-CANDIDATE
                       TO TRACE-LINE(WS-TRACE-COUNT)
                   MOVE WS-KEY-TEXT(1:TRACE-KEY-CAPACITY)
                       TO TRACE-KEY(WS-TRACE-COUNT)
                   MOVE WS-KEY-LENGTH
                       TO TRACE-KEY-LENGTH(WS-TRACE-COUNT)
                   MOVE 0 TO TRACE-LAST-CASE(WS-TRACE-COUNT)
               END-IF
           END-IF.

       TRACE-GATE-OUTCOMES.
      *    A run through a GATE landing spot shows whichever scene
      *    the GATE sent it TO next.
           PERFORM VARYING WS-OLD-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-RULE-INDEX > WS-OLD-RULE-COUNT
               IF OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(1:8) = "GATE    "
                       AND OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(10:3)
                           NUMERIC
                   MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(10:3)
                       TO WS-DEST-NUMBER
                   IF WS-DEST-NUMBER = WS-OLD-ENTRY
                       MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(14:3)
                           TO WS-EXPECTED-DEST
                       PERFORM TRACE-EXPECTED-DEST
                       MOVE OLD-RULE-TEXT(WS-OLD-RULE-INDEX)(18:3)
                           TO WS-EXPECTED-DEST
                       PERFORM TRACE-EXPECTED-DEST
                   END-IF
               END-IF
           END-PERFORM.

       TRACE-LEADING-ENTRIES.
      *    Every old entry WITH an action - either leg OF a skill
      *    CHECK - leading here.
           SET OLD-BUILD-SIDE TO TRUE
           PERFORM VARYING WS-PREVIOUS-ENTRY FROM 1 BY 1
                   UNTIL WS-PREVIOUS-ENTRY > WS-OLD-LINE-COUNT
               IF OLD-ENTRY-START(WS-PREVIOUS-ENTRY) = 'Y'
                       AND OLD-ENTRY-CREDITS(WS-PREVIOUS-ENTRY) = 'N'
                   MOVE WS-PREVIOUS-ENTRY TO WS-BLOCK-START
                   PERFORM COLLECT-ENTRY-ACTIONS
                   PERFORM VARYING WS-OLD-ACTION-INDEX FROM 1 BY 1
                           UNTIL WS-OLD-ACTION-INDEX
                               > WS-COLLECTED-COUNT
                       PERFORM CHECK-LEADING-ACTION
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-LEADING-ACTION.
           MOVE SPACES TO WS-EXPECTED-DEST
           MOVE WS-OLD-ENTRY TO WS-EXPECTED-DEST(1:3)
           IF COLLECTED-DEST(WS-OLD-ACTION-INDEX) = WS-EXPECTED-DEST
                   OR (COLLECTED-EXTRA-2(WS-OLD-ACTION-INDEX)
                           NOT = SPACES
                       AND COLLECTED-EXTRA(WS-OLD-ACTION-INDEX)
                           = WS-EXPECTED-DEST)
               MOVE WS-PREVIOUS-ENTRY TO WS-TRACE-CANDIDATE
               PERFORM TRACE-OLD-ENTRY
           END-IF.

       TRACE-EXPECTED-DEST.
           IF WS-EXPECTED-DEST(1:3) NUMERIC
               MOVE WS-EXPECTED-DEST(1:3) TO WS-TRACE-CANDIDATE
               IF WS-TRACE-CANDIDATE > 0
                       AND WS-TRACE-CANDIDATE <= WS-OLD-LINE-COUNT
                   IF OLD-ENTRY-START(WS-TRACE-CANDIDATE) = 'Y'
                       PERFORM TRACE-OLD-ENTRY
                   END-IF
               END-IF
           END-IF.

       CROSS-REFERENCE-SUITE.
           PERFORM LOAD-SUITE-DEFINITION
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
                   UNTIL WS-CASE-INDEX > WS-CASE-COUNT
               PERFORM SEARCH-ONE-GOLDEN
           END-PERFORM

           IF WS-CASE-COUNT > 0 AND WS-CASE-AFFECTED-COUNT = 0
               DISPLAY "NONE - NO CASE PASSES THROUGH AN AFFECTED "
                   "ENTRY."
           END-IF.

       LOAD-SUITE-DEFINITION.
      *    The SAME suite lines REGRESSION-SUITE reads. Without a
      *    suite the change list above still stands ON its own.
           MOVE 0 TO WS-CASE-COUNT
           SET EOF-SUITE-REACHED TO FALSE

           OPEN INPUT SUITE-FILE
           IF WS-SUITE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-SUITE-FILE-PATH)
                   " (STATUS " WS-SUITE-FILE-STATUS
                   ") - NO CASES CHECKED."
           ELSE
               PERFORM UNTIL EOF-SUITE-REACHED
                   READ SUITE-FILE
                       AT END
                           SET EOF-SUITE-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SUITE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUITE-FILE
           END-IF.

       LOAD-ONE-SUITE-LINE.
           EVALUATE TRUE
               WHEN SUITE-RECORD(1:1) = "*"
               WHEN SUITE-RECORD = SPACES
               WHEN SUITE-RECORD(1:8) = "COMMAND="
                   CONTINUE
               WHEN SUITE-RECORD(83:1) NOT NUMERIC
                   OR SUITE-RECORD(85:1) < "1"
                   OR SUITE-RECORD(85:1) > "9"
                   DISPLAY "MALFORMED SUITE LINE SKIPPED: "
                       FUNCTION TRIM(SUITE-RECORD)
               WHEN WS-CASE-COUNT = SUITE-TABLE-CAPACITY
                   DISPLAY "SUITE HOLDS MORE THAN "
                       SUITE-TABLE-CAPACITY " CASES - EXTRA CASES "
                       "ARE BEING IGNORED."
               WHEN OTHER
                   ADD 1 TO WS-CASE-COUNT
                   MOVE SUITE-RECORD(1:40)
                       TO CASE-SCRIPT-PATH(WS-CASE-COUNT)
                   MOVE SUITE-RECORD(42:40)
                       TO CASE-GOLDEN-PATH(WS-CASE-COUNT)
           END-EVALUATE.

       SEARCH-ONE-GOLDEN.
      *    Every line OF the golden transcript against every traced
      *    entry; each entry is listed once PER case.
           MOVE SPACES TO WS-HIT-LIST
           MOVE 1 TO WS-HIT-POINTER
           MOVE 0 TO WS-HIT-COUNT
           MOVE CASE-GOLDEN-PATH(WS-CASE-INDEX) TO WS-GOLDEN-FILE-PATH

           SET EOF-GOLDEN-REACHED TO FALSE
           OPEN INPUT GOLDEN-FILE
           IF WS-GOLDEN-STATUS NOT = "00"
      *        A golden that cannot be read has TO be recorded anew
      *        whatever changed.
               ADD 1 TO WS-CASE-AFFECTED-COUNT
               DISPLAY "CASE " WS-CASE-INDEX ": "
                   FUNCTION TRIM(WS-GOLDEN-FILE-PATH)
                   " CANNOT BE READ (STATUS " WS-GOLDEN-STATUS
                   ") - RE-RECORD IT."
           ELSE
               PERFORM UNTIL EOF-GOLDEN-REACHED
                   READ GOLDEN-FILE
                       AT END
                           SET EOF-GOLDEN-REACHED TO TRUE
                       NOT AT END
                           PERFORM MATCH-GOLDEN-LINE
                   END-READ
               END-PERFORM
               CLOSE GOLDEN-FILE

               IF WS-HIT-COUNT > 0
                   ADD 1 TO WS-CASE-AFFECTED-COUNT
                   DISPLAY "CASE " WS-CASE-INDEX ": "
                       FUNCTION TRIM(WS-GOLDEN-FILE-PATH)
                       " (SCRIPT "
                       FUNCTION TRIM(CASE-SCRIPT-PATH(WS-CASE-INDEX))
                       ")"
                   DISPLAY "    THROUGH ENTRY "
                       FUNCTION TRIM(WS-HIT-LIST)
               END-IF
           END-IF.

       MATCH-GOLDEN-LINE.
           PERFORM VARYING WS-TRACE-INDEX FROM 1 BY 1
                   UNTIL WS-TRACE-INDEX > WS-TRACE-COUNT
               IF TRACE-LAST-CASE(WS-TRACE-INDEX) NOT = WS-CASE-INDEX
                   IF GOLDEN-RECORD(1:TRACE-KEY-LENGTH(WS-TRACE-INDEX))
                           = TRACE-KEY(WS-TRACE-INDEX)(1:
                               TRACE-KEY-LENGTH(WS-TRACE-INDEX))
                       MOVE WS-CASE-INDEX
                           TO TRACE-LAST-CASE(WS-TRACE-INDEX)
                       PERFORM NOTE-GOLDEN-HIT
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-GOLDEN-HIT.
      *    The list holds what fits ON ONE line; the rest are only
      *    counted.
           ADD 1 TO WS-HIT-COUNT
           IF WS-HIT-POINTER < 57
               STRING TRACE-LINE(WS-TRACE-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-HIT-LIST
                   WITH POINTER WS-HIT-POINTER
               END-STRING
           ELSE
               IF WS-HIT-POINTER < 61
                   STRING "..." DELIMITED BY SIZE
                       INTO WS-HIT-LIST
                       WITH POINTER WS-HIT-POINTER
                   END-STRING
               END-IF
           END-IF.

       DISPLAY-IMPACT-SUMMARY.
           DISPLAY " "
           DISPLAY "ENTRIES: " WS-TEXT-CHANGED-COUNT " TEXT CHANGED, "
               WS-ENTRY-ADDED-COUNT " ADDED, "
               WS-ENTRY-REMOVED-COUNT " REMOVED"
           DISPLAY "ACTIONS: " WS-ACTION-ADDED-COUNT " ADDED, "
               WS-ACTION-REMOVED-COUNT " REMOVED, "
               WS-ACTION-CHANGED-COUNT " CHANGED, "
               WS-DEST-MOVED-COUNT " DESTINATIONS MOVED"
           DISPLAY "RULES:   " WS-RULE-ADDED-COUNT " ADDED, "
               WS-RULE-REMOVED-COUNT " REMOVED, "
               WS-RULE-CHANGED-COUNT " CHANGED"
           DISPLAY "AFFECTED OLD ENTRIES: " WS-AFFECTED-COUNT
           DISPLAY "CASES TO RE-APPROVE: " WS-CASE-AFFECTED-COUNT
               " OF " WS-CASE-COUNT
           DISPLAY "===============================".

       COPY entry-match.
