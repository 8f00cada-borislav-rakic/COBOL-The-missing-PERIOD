      *continues INTO nothing - so every structural mistake a story
      *edit CAN make is caught here instead, before a player ever
      *sees a blank scene.
      *
      *Scene AND action text may also carry {...} placeholders that
      *RESOLVE-TEXT-PLACEHOLDERS fills IN AT play time. The engine
      *shows anything it cannot resolve AS literal text, so every
      *placeholder is checked here: its shape, AND that the flag,
      *counter OR item it names is one the story CAN actually
      *produce - a SETFLAG OR ADDCNT rule IN the paired .rul FILE,
      *OR a TAKE/ directive somewhere IN this FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD RULES-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
      *These two capacities mirror the engine's OWN single sources OF
      *truth - a story that fits here fits THE-MISSING-PERIOD too.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 ACTION-TABLE-CAPACITY    VALUE 32.
       78 RULE-TABLE-CAPACITY      VALUE 50.
       78 GRANT-TABLE-CAPACITY     VALUE 50.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE "dialogue.txt".
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.

      *The paired rules FILE - only the names it sets AND raises are
      *needed here, FOR the placeholder checks.
       01 WS-RULES-FILE-PATH       PIC X(20) VALUE SPACES.
       01 WS-RULES-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-RULES-BASE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EOF-RULES-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-RULES-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The whole story is held IN memory here - unlike the engine,
      *which reads ONE line AT a time, the validator has TO look
      *backwards AND forwards TO CHECK destinations.
           88 CREDITS-MARK-FOUND            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Every flag a SETFLAG rule sets, every counter an ADDCNT rule
      *raises AND every item a TAKE/ directive grants - the names a
      *placeholder is allowed TO ask about.
       01 SET-FLAG-NAMES.
           02 SET-FLAG-NAME        PIC X(20)
                                    OCCURS RULE-TABLE-CAPACITY TIMES.
       01 WS-SET-FLAG-COUNT        PIC 9(2) VALUE 0.

       01 ADDED-COUNTERS.
           02 ADDED-COUNTER-NAME   PIC X(20)
                                    OCCURS RULE-TABLE-CAPACITY TIMES.
       01 WS-ADDED-COUNTER-COUNT   PIC 9(2) VALUE 0.

       01 GRANTED-ITEMS.
           02 GRANTED-ITEM-NAME    PIC X(25)
                                    OCCURS GRANT-TABLE-CAPACITY TIMES.
       01 WS-GRANT-COUNT           PIC 9(2) VALUE 0.

       01 WS-LOOKUP-NAME           PIC X(25) VALUE SPACES.
       01 WS-LOOKUP-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 LOOKUP-FOUND                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-LOOKUP-INDEX          PIC 9(2) VALUE 0.

      *Working fields FOR checking the placeholders ON ONE line.
       01 WS-PLACEHOLDER-LINE      PIC X(500) VALUE SPACES.
       01 WS-PLACEHOLDER-LINE-NO   PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-LENGTH    PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-POS       PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-CLOSE-POS PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-BRACES    PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-TOKEN     PIC X(120) VALUE SPACES.
       01 WS-PLACEHOLDER-TOKEN-LEN PIC 9(3) VALUE 0.
       01 WS-PLACEHOLDER-KEY-PART  PIC X(40) VALUE SPACES.
       01 WS-PLACEHOLDER-KEY       PIC X(12) VALUE SPACES.
       01 WS-PLACEHOLDER-ARG       PIC X(25) VALUE SPACES.
       01 WS-PLACEHOLDER-VARIANT-1 PIC X(80) VALUE SPACES.
       01 WS-PLACEHOLDER-VARIANT-2 PIC X(80) VALUE SPACES.
       01 WS-PLACEHOLDER-VARIANT-3 PIC X(80) VALUE SPACES.
       01 WS-PLACEHOLDER-VARIANT-4 PIC X(80) VALUE SPACES.
       01 WS-PLACEHOLDER-FIELDS    PIC 9(1) VALUE 0.
       01 WS-PLACEHOLDER-SHAPE-FLAG
                                   PIC X(1) VALUE 'N'.
           88 PLACEHOLDER-SHAPE-OK          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-ERROR-COUNT           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           END-IF

           PERFORM LOAD-DIALOGUE-LINES
           PERFORM LOAD-RULE-NAMES
           PERFORM COLLECT-TAKE-ITEMS

           PERFORM WALK-DIALOGUE-STRUCTURE


           CLOSE DIALOGUE-FILE.

       LOAD-RULE-NAMES.
      *    The rules FILE shares the DIALOGUE FILE's base name WITH
      *    a .rul extension, exactly AS the engine derives it. Its
      *    absence is STORY-AUDIT's finding, NOT this CHECK's - a
      *    story without rules simply has no flags OR counters FOR
      *    a placeholder TO name.
           MOVE SPACES TO WS-RULES-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-RULES-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-RULES-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".rul" DELIMITED BY SIZE
               INTO WS-RULES-FILE-PATH
           END-STRING

           MOVE 0 TO WS-SET-FLAG-COUNT
           MOVE 0 TO WS-ADDED-COUNTER-COUNT
           SET EOF-RULES-REACHED TO FALSE

           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL EOF-RULES-REACHED
                   READ RULES-FILE
                       AT END
                           SET EOF-RULES-REACHED TO TRUE
                       NOT AT END
                           PERFORM COLLECT-ONE-RULE-NAME
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       COLLECT-ONE-RULE-NAME.
      *    Fixed columns, AS documented AT the engine's SCENE-RULES
      *    TABLE: the rule type IN 1-8, the flag OR counter name
      *    FROM column 22.
           IF RULES-RECORD(1:1) = "*" OR RULES-RECORD = SPACES
               CONTINUE
           ELSE
               IF RULES-RECORD(1:8) = "SETFLAG"
                       AND WS-SET-FLAG-COUNT < RULE-TABLE-CAPACITY
                   ADD 1 TO WS-SET-FLAG-COUNT
                   MOVE RULES-RECORD(22:20)
                       TO SET-FLAG-NAME(WS-SET-FLAG-COUNT)
               END-IF
               IF RULES-RECORD(1:8) = "ADDCNT"
                       AND WS-ADDED-COUNTER-COUNT < RULE-TABLE-CAPACITY
                   ADD 1 TO WS-ADDED-COUNTER-COUNT
                   MOVE RULES-RECORD(22:20)
                       TO ADDED-COUNTER-NAME(WS-ADDED-COUNTER-COUNT)
               END-IF
           END-IF.

       COLLECT-TAKE-ITEMS.
      *    A placeholder may ask about an item before the scene
      *    that hands it out, so every TAKE/ grant IN the FILE is
      *    gathered before the walk starts.
           MOVE 0 TO WS-GRANT-COUNT
           MOVE 1 TO WS-LINE-INDEX

           PERFORM UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               MOVE SPACES TO WS-ACTION-LABEL
               MOVE SPACES TO WS-ACTION-DEST-TEXT
               MOVE SPACES TO WS-ACTION-EXTRA-TEXT
               MOVE SPACES TO WS-ACTION-EXTRA-2-TEXT
               UNSTRING FUNCTION TRIM(CHECK-LINE(WS-LINE-INDEX))
                   DELIMITED BY "#"
                   INTO WS-ACTION-LABEL WS-ACTION-DEST-TEXT
                       WS-ACTION-EXTRA-TEXT WS-ACTION-EXTRA-2-TEXT
               END-UNSTRING
               IF WS-ACTION-EXTRA-TEXT(1:5) = "TAKE/"
                       AND WS-GRANT-COUNT < GRANT-TABLE-CAPACITY
                   ADD 1 TO WS-GRANT-COUNT
                   MOVE WS-ACTION-EXTRA-TEXT(6:25)
                       TO GRANTED-ITEM-NAME(WS-GRANT-COUNT)
               END-IF
               ADD 1 TO WS-LINE-INDEX
           END-PERFORM.

       WALK-DIALOGUE-STRUCTURE.
      *    The layout is a repeating pair: ONE scene text line, then
      *    that scene's action block up TO its END-ACTIONS marker.
           SET FIRST-ACTION-OF-BLOCK TO TRUE
           SET ENDING-BLOCK TO FALSE

           MOVE CHECK-LINE(WS-ENTRY-START-LINE) TO WS-PLACEHOLDER-LINE
           MOVE WS-ENTRY-START-LINE TO WS-PLACEHOLDER-LINE-NO
           PERFORM CHECK-LINE-PLACEHOLDERS

           PERFORM UNTIL BLOCK-CLOSED
                   OR WS-LINE-INDEX > WS-LINE-COUNT
               MOVE FUNCTION TRIM(CHECK-LINE(WS-LINE-INDEX))
                       END-UNSTRING
                       PERFORM CHECK-DESTINATION
                       PERFORM CHECK-SKILL-CHECK-FIELDS
                       MOVE WS-WORK-LINE TO WS-PLACEHOLDER-LINE
                       MOVE WS-LINE-INDEX TO WS-PLACEHOLDER-LINE-NO
                       PERFORM CHECK-LINE-PLACEHOLDERS
               END-EVALUATE

               ADD 1 TO WS-LINE-INDEX
               DISPLAY "ERROR: CREDITS SCROLL RUNS OFF THE END OF "
                   "THE FILE WITHOUT AN END-OF-CREDITS MARKER."
           END-IF.

       CHECK-LINE-PLACEHOLDERS.
      *    Walks WS-PLACEHOLDER-LINE FOR "{" AND checks every
      *    placeholder ON it. Plain prose costs ONE INSPECT.
           MOVE 0 TO WS-PLACEHOLDER-BRACES
           INSPECT WS-PLACEHOLDER-LINE TALLYING WS-PLACEHOLDER-BRACES
               FOR ALL "{"

           IF WS-PLACEHOLDER-BRACES > 0
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PLACEHOLDER-LINE TRAILING))
                   TO WS-PLACEHOLDER-LENGTH
               MOVE 1 TO WS-PLACEHOLDER-POS
               PERFORM UNTIL WS-PLACEHOLDER-POS > WS-PLACEHOLDER-LENGTH
                   IF WS-PLACEHOLDER-LINE(WS-PLACEHOLDER-POS:1) = "{"
                       PERFORM CHECK-ONE-PLACEHOLDER
                   ELSE
                       ADD 1 TO WS-PLACEHOLDER-POS
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-PLACEHOLDER.
      *    WS-PLACEHOLDER-POS is ON an opening brace. The placeholder
      *    must close before the line ends, before another brace
      *    opens AND before any "#" - the engine's action splitter
      *    would cut a label IN two there.
           MOVE WS-PLACEHOLDER-POS TO WS-PLACEHOLDER-CLOSE-POS
           ADD 1 TO WS-PLACEHOLDER-CLOSE-POS
           PERFORM UNTIL WS-PLACEHOLDER-CLOSE-POS
                       > WS-PLACEHOLDER-LENGTH
                   OR WS-PLACEHOLDER-LINE(WS-PLACEHOLDER-CLOSE-POS:1)
                       = "}" OR "{" OR "#"
               ADD 1 TO WS-PLACEHOLDER-CLOSE-POS
           END-PERFORM

           IF WS-PLACEHOLDER-CLOSE-POS > WS-PLACEHOLDER-LENGTH
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: LINE " WS-PLACEHOLDER-LINE-NO
                   " HAS AN UNCLOSED PLACEHOLDER AT COLUMN "
                   WS-PLACEHOLDER-POS "."
               MOVE WS-PLACEHOLDER-CLOSE-POS TO WS-PLACEHOLDER-POS
           ELSE
           IF WS-PLACEHOLDER-LINE(WS-PLACEHOLDER-CLOSE-POS:1)
                   NOT = "}"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: LINE " WS-PLACEHOLDER-LINE-NO
                   " HAS A PLACEHOLDER AT COLUMN " WS-PLACEHOLDER-POS
                   " CUT SHORT BY A '"
                   WS-PLACEHOLDER-LINE(WS-PLACEHOLDER-CLOSE-POS:1)
                   "'."
               MOVE WS-PLACEHOLDER-CLOSE-POS TO WS-PLACEHOLDER-POS
           ELSE
               COMPUTE WS-PLACEHOLDER-TOKEN-LEN
                   = WS-PLACEHOLDER-CLOSE-POS - WS-PLACEHOLDER-POS - 1
               IF WS-PLACEHOLDER-TOKEN-LEN = 0
                       OR WS-PLACEHOLDER-TOKEN-LEN
                           > LENGTH OF WS-PLACEHOLDER-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR: LINE " WS-PLACEHOLDER-LINE-NO
                       " HAS AN EMPTY OR OVER-LONG PLACEHOLDER AT "
                       "COLUMN " WS-PLACEHOLDER-POS "."
               ELSE
                   MOVE SPACES TO WS-PLACEHOLDER-TOKEN
                   MOVE WS-PLACEHOLDER-LINE(WS-PLACEHOLDER-POS + 1:
                       WS-PLACEHOLDER-TOKEN-LEN)
                       TO WS-PLACEHOLDER-TOKEN
                   PERFORM CHECK-PLACEHOLDER-TOKEN
               END-IF
               COMPUTE WS-PLACEHOLDER-POS
                   = WS-PLACEHOLDER-CLOSE-POS + 1
           END-IF
           END-IF.

       CHECK-PLACEHOLDER-TOKEN.
      *    The token is split the SAME way RESOLVE-PLACEHOLDER-TOKEN
      *    splits it IN the engine: "<KEY>:<argument>" THEN up TO
      *    three "|" variants. Each KEY takes a fixed shape.
           MOVE SPACES TO WS-PLACEHOLDER-KEY-PART
           MOVE SPACES TO WS-PLACEHOLDER-VARIANT-1
           MOVE SPACES TO WS-PLACEHOLDER-VARIANT-2
           MOVE SPACES TO WS-PLACEHOLDER-VARIANT-3
           MOVE SPACES TO WS-PLACEHOLDER-VARIANT-4
           MOVE 0 TO WS-PLACEHOLDER-FIELDS
           UNSTRING WS-PLACEHOLDER-TOKEN DELIMITED BY "|"
               INTO WS-PLACEHOLDER-KEY-PART WS-PLACEHOLDER-VARIANT-1
                   WS-PLACEHOLDER-VARIANT-2 WS-PLACEHOLDER-VARIANT-3
                   WS-PLACEHOLDER-VARIANT-4
               TALLYING IN WS-PLACEHOLDER-FIELDS
           END-UNSTRING

           MOVE SPACES TO WS-PLACEHOLDER-KEY
           MOVE SPACES TO WS-PLACEHOLDER-ARG
           UNSTRING WS-PLACEHOLDER-KEY-PART DELIMITED BY ":"
               INTO WS-PLACEHOLDER-KEY WS-PLACEHOLDER-ARG
           END-UNSTRING

           SET PLACEHOLDER-SHAPE-OK TO FALSE
           EVALUATE WS-PLACEHOLDER-KEY
               WHEN "NAME"
                   IF WS-PLACEHOLDER-ARG = SPACES
                           AND WS-PLACEHOLDER-FIELDS <= 2
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                   END-IF
               WHEN "HEALTH"
                   IF WS-PLACEHOLDER-ARG = SPACES
                           AND WS-PLACEHOLDER-FIELDS = 1
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                   END-IF
               WHEN "DIFFICULTY"
                   IF WS-PLACEHOLDER-ARG = SPACES
                           AND (WS-PLACEHOLDER-FIELDS = 1
                           OR WS-PLACEHOLDER-FIELDS = 4)
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                   END-IF
               WHEN "STAT"
                   IF WS-PLACEHOLDER-ARG NOT = SPACES
                           AND WS-PLACEHOLDER-FIELDS = 1
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                       MOVE WS-PLACEHOLDER-ARG TO WS-LOOKUP-NAME
                       PERFORM FIND-ADDED-COUNTER
                       IF NOT LOOKUP-FOUND
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "ERROR: LINE "
                               WS-PLACEHOLDER-LINE-NO
                               " NAMES COUNTER '"
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               "' WHICH NO ADDCNT RULE EVER RAISES."
                       END-IF
                   END-IF
               WHEN "FLAG"
                   IF WS-PLACEHOLDER-ARG NOT = SPACES
                           AND WS-PLACEHOLDER-FIELDS >= 2
                           AND WS-PLACEHOLDER-FIELDS <= 3
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                       MOVE WS-PLACEHOLDER-ARG TO WS-LOOKUP-NAME
                       PERFORM FIND-SET-FLAG
                       IF NOT LOOKUP-FOUND
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "ERROR: LINE "
                               WS-PLACEHOLDER-LINE-NO
                               " NAMES FLAG '"
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               "' WHICH NO SETFLAG RULE EVER SETS."
                       END-IF
                   END-IF
               WHEN "ITEM"
                   IF WS-PLACEHOLDER-ARG NOT = SPACES
                           AND WS-PLACEHOLDER-FIELDS >= 2
                           AND WS-PLACEHOLDER-FIELDS <= 3
                       SET PLACEHOLDER-SHAPE-OK TO TRUE
                       MOVE WS-PLACEHOLDER-ARG TO WS-LOOKUP-NAME
                       PERFORM FIND-GRANTED-ITEM
                       IF NOT LOOKUP-FOUND
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "ERROR: LINE "
                               WS-PLACEHOLDER-LINE-NO
                               " NAMES ITEM '"
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               "' WHICH NO TAKE/ DIRECTIVE GRANTS."
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT PLACEHOLDER-SHAPE-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: LINE " WS-PLACEHOLDER-LINE-NO
                   " HAS AN UNKNOWN OR MALFORMED PLACEHOLDER {"
                   FUNCTION TRIM(WS-PLACEHOLDER-TOKEN) "}."
           END-IF.

       FIND-ADDED-COUNTER.
           SET LOOKUP-FOUND TO FALSE
           MOVE 1 TO WS-LOOKUP-INDEX
           PERFORM UNTIL LOOKUP-FOUND
                   OR WS-LOOKUP-INDEX > WS-ADDED-COUNTER-COUNT
               IF FUNCTION TRIM(
                       ADDED-COUNTER-NAME(WS-LOOKUP-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME(1:20))
                   SET LOOKUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM.

       FIND-GRANTED-ITEM.
           SET LOOKUP-FOUND TO FALSE
           MOVE 1 TO WS-LOOKUP-INDEX
           PERFORM UNTIL LOOKUP-FOUND
                   OR WS-LOOKUP-INDEX > WS-GRANT-COUNT
               IF FUNCTION TRIM(GRANTED-ITEM-NAME(WS-LOOKUP-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME)
                   SET LOOKUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM.

       FIND-SET-FLAG.
           SET LOOKUP-FOUND TO FALSE
           MOVE 1 TO WS-LOOKUP-INDEX
           PERFORM UNTIL LOOKUP-FOUND
                   OR WS-LOOKUP-INDEX > WS-SET-FLAG-COUNT
               IF FUNCTION TRIM(SET-FLAG-NAME(WS-LOOKUP-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME(1:20))
                   SET LOOKUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM.
