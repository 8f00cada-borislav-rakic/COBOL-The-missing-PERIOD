      *    entry;
      *  - DIALOGUE entries unreachable FROM entry 1 through any
      *    combination OF actions, skill-CHECK legs AND gate
      *    outcomes;
      *  - {...} text placeholders that are malformed OR name a
      *    flag, counter OR item the story never produces - the
      *    SAME test DIALOGUE-CHECK applies, here against the rules
      *    this audit has already loaded.
      *
      *It also reads the paired .syn synonym FILE, if there is ONE,
      *AND warns - without failing the build - about a synonym that
      *is itself a word some action label uses, OR ONE word given
      *two different meanings. Either way the player's command no
      *longer does what the author expects.
      *
      *The paired .jnl journal FILE, IF there is ONE, is checked
      *the SAME way the placeholders are: a journal line naming a
      *flag no SETFLAG rule sets, an item no TAKE/ directive grants
      *OR a counter no ADDCNT rule raises could never be written
      *INTO a player's journal, AND fails the audit.
      *
      *The rules FILE's PLACE lines say WHERE each item lies WHEN a
      *run starts, AND the engine only lets a TAKE/ OF such an item
      *through WHERE it is lying. An ITEM/ requirement - ON a GATE
      *OR ON an action - whose item is PLACEd only WHERE no TAKE/
      *offers it CAN never be met, AND fails the audit; a PLACE
      *line nobody CAN pick up FROM is warned about.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT SYNONYM-FILE ASSIGN DYNAMIC WS-SYNONYM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYNONYM-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD             PIC X(100).

       FD SYNONYM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SYNONYM-RECORD.
       01 SYNONYM-RECORD           PIC X(100).

       FD JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01 JOURNAL-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
      *These capacities mirror the engine's OWN single sources OF
      *truth - a story that fits here fits THE-MISSING-PERIOD too.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 RULE-TABLE-CAPACITY      VALUE 50.
       78 GRANT-TABLE-CAPACITY     VALUE 50.
       78 LABEL-WORD-CAPACITY      VALUE 300.
       78 SYNONYM-TABLE-CAPACITY   VALUE 100.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE "dialogue.txt".
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-SET-FLAG-COUNT        PIC 9(2) VALUE 0.

       01 GRANTED-ITEMS.
           02 GRANTED-ITEM         OCCURS GRANT-TABLE-CAPACITY TIMES.
               03 GRANTED-ITEM-NAME
                                   PIC X(25).
               03 GRANTED-ITEM-ENTRY
                                   PIC 9(3).
       01 WS-GRANT-COUNT           PIC 9(2) VALUE 0.
       01 WS-GRANT-SCAN-INDEX      PIC 9(2) VALUE 0.

      *Every ITEM/<item> an action demands before it goes through,
      *AND the entry it sits ON - checked once all the grants are
      *IN, the SAME way the GATE requirements are.
       01 ACTION-ITEM-DEMANDS.
           02 ACTION-ITEM-DEMAND   OCCURS GRANT-TABLE-CAPACITY TIMES.
               03 DEMAND-ITEM-NAME PIC X(25).
               03 DEMAND-ENTRY     PIC 9(3).
       01 WS-DEMAND-COUNT          PIC 9(2) VALUE 0.
       01 WS-DEMAND-INDEX          PIC 9(2) VALUE 0.

      *Set BY FIND-LIVE-GRANT: some TAKE/ OF WS-LOOKUP-NAME CAN
      *actually hand the item over - the item is never PLACEd, OR
      *the TAKE/ sits WHERE a PLACE line leaves it.
       01 WS-LIVE-GRANT-FLAG       PIC X(1) VALUE 'N'.
           88 LIVE-GRANT-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ITEM-PLACED-FLAG      PIC X(1) VALUE 'N'.
           88 ITEM-HAS-PLACE                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Every counter name an ADDCNT rule feeds - a CNT/<name>/<min>
      *gate requirement that no ADDCNT ever raises CAN never pass.

       01 WS-GATE-REQ-TEXT         PIC X(20) VALUE SPACES.

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

      *Every distinct word the action labels use, VERB position
      *AND NOUN position kept apart, AND the synonym lines already
      *read - FOR the collision warnings.
       01 LABEL-VERBS.
           02 LABEL-VERB-WORD      PIC X(30)
                                    OCCURS LABEL-WORD-CAPACITY TIMES.
       01 WS-LABEL-VERB-COUNT      PIC 9(3) VALUE 0.
       01 LABEL-NOUNS.
           02 LABEL-NOUN-WORD      PIC X(30)
                                    OCCURS LABEL-WORD-CAPACITY TIMES.
       01 WS-LABEL-NOUN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LABEL-WORD            PIC X(30) VALUE SPACES.
       01 WS-LABEL-POINTER         PIC 9(3) VALUE 0.
       01 WS-LABEL-WORD-INDEX      PIC 9(3) VALUE 0.
       01 WS-LABEL-WORD-FLAG       PIC X(1) VALUE 'N'.
           88 LABEL-WORD-KNOWN              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-SYNONYM-FILE-PATH     PIC X(20) VALUE SPACES.
       01 WS-SYNONYM-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-SYNONYM-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-SYNONYM-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 SYNONYM-LINES.
           02 SYNONYM-ENTRY        OCCURS SYNONYM-TABLE-CAPACITY
                                    TIMES.
               03 SYNONYM-KIND     PIC X(4) VALUE SPACES.
               03 SYNONYM-WORD     PIC X(20) VALUE SPACES.
               03 SYNONYM-CANONICAL
                                   PIC X(20) VALUE SPACES.
       01 WS-SYNONYM-COUNT         PIC 9(3) VALUE 0.
       01 WS-SYNONYM-SCAN-INDEX    PIC 9(3) VALUE 0.
       01 WS-SYNONYM-LINE-NO       PIC 9(3) VALUE 0.

       01 WS-JOURNAL-FILE-PATH     PIC X(20) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-JOURNAL-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-JOURNAL-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-JOURNAL-LINE-NO       PIC 9(3) VALUE 0.

       01 WS-WARNING-COUNT         PIC 9(3) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM CHECK-RULE-ENTRIES
           PERFORM CHECK-GAMEOVER-RULE
           PERFORM CHECK-GATE-REQUIREMENTS
           PERFORM CHECK-ITEM-PLACEMENTS
           PERFORM CHECK-TEXT-PLACEHOLDERS
           PERFORM CHECK-SYNONYM-FILE
           PERFORM CHECK-JOURNAL-FILE
           PERFORM SWEEP-REACHABILITY
           PERFORM REPORT-UNREACHABLE-ENTRIES

           DISPLAY " "
           IF WS-WARNING-COUNT > 0
               DISPLAY WS-WARNING-COUNT " WARNING(S) - SEE ABOVE."
           END-IF
           IF WS-ERROR-COUNT = 0
               DISPLAY "STORY AUDIT OF "
                   FUNCTION TRIM(WS-DIALOGUE-FILE-PATH) " AND "
                   ADD 1 TO WS-GRANT-COUNT
                   MOVE WS-ACTION-EXTRA-TEXT(6:25)
                       TO GRANTED-ITEM-NAME(WS-GRANT-COUNT)
                   MOVE WS-ENTRY-LINE
                       TO GRANTED-ITEM-ENTRY(WS-GRANT-COUNT)
               END-IF
           END-IF

           IF WS-ACTION-EXTRA-TEXT(1:5) = "ITEM/"
               IF WS-DEMAND-COUNT < GRANT-TABLE-CAPACITY
                   ADD 1 TO WS-DEMAND-COUNT
                   MOVE WS-ACTION-EXTRA-TEXT(6:25)
                       TO DEMAND-ITEM-NAME(WS-DEMAND-COUNT)
                   MOVE WS-ENTRY-LINE
                       TO DEMAND-ENTRY(WS-DEMAND-COUNT)
               END-IF
           END-IF

           PERFORM COLLECT-LABEL-WORDS.

       COLLECT-LABEL-WORDS.
      *    The label's first word is its VERB, the rest its NOUN
      *    words - the SAME split SPLIT-LABEL-VERB-NOUN makes IN the
      *    engine.
           MOVE 1 TO WS-LABEL-POINTER
           MOVE SPACES TO WS-LABEL-WORD
           UNSTRING WS-ACTION-LABEL DELIMITED BY ALL SPACE
               INTO WS-LABEL-WORD
               WITH POINTER WS-LABEL-POINTER
           END-UNSTRING
           PERFORM FIND-LABEL-VERB
           IF NOT LABEL-WORD-KNOWN AND WS-LABEL-WORD NOT = SPACES
                   AND WS-LABEL-VERB-COUNT < LABEL-WORD-CAPACITY
               ADD 1 TO WS-LABEL-VERB-COUNT
               MOVE WS-LABEL-WORD
                   TO LABEL-VERB-WORD(WS-LABEL-VERB-COUNT)
           END-IF

           PERFORM UNTIL WS-LABEL-POINTER > LENGTH OF WS-ACTION-LABEL
               MOVE SPACES TO WS-LABEL-WORD
               UNSTRING WS-ACTION-LABEL DELIMITED BY ALL SPACE
                   INTO WS-LABEL-WORD
                   WITH POINTER WS-LABEL-POINTER
               END-UNSTRING
               IF WS-LABEL-WORD NOT = SPACES
                   PERFORM FIND-LABEL-NOUN
                   IF NOT LABEL-WORD-KNOWN
                           AND WS-LABEL-NOUN-COUNT
                               < LABEL-WORD-CAPACITY
                       ADD 1 TO WS-LABEL-NOUN-COUNT
                       MOVE WS-LABEL-WORD
                           TO LABEL-NOUN-WORD(WS-LABEL-NOUN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LABEL-VERB.
           SET LABEL-WORD-KNOWN TO FALSE
           MOVE 1 TO WS-LABEL-WORD-INDEX
           PERFORM UNTIL LABEL-WORD-KNOWN
                   OR WS-LABEL-WORD-INDEX > WS-LABEL-VERB-COUNT
               IF LABEL-VERB-WORD(WS-LABEL-WORD-INDEX) = WS-LABEL-WORD
                   SET LABEL-WORD-KNOWN TO TRUE
               ELSE
                   ADD 1 TO WS-LABEL-WORD-INDEX
               END-IF
           END-PERFORM.

       FIND-LABEL-NOUN.
           SET LABEL-WORD-KNOWN TO FALSE
           MOVE 1 TO WS-LABEL-WORD-INDEX
           PERFORM UNTIL LABEL-WORD-KNOWN
                   OR WS-LABEL-WORD-INDEX > WS-LABEL-NOUN-COUNT
               IF LABEL-NOUN-WORD(WS-LABEL-WORD-INDEX) = WS-LABEL-WORD
                   SET LABEL-WORD-KNOWN TO TRUE
               ELSE
                   ADD 1 TO WS-LABEL-WORD-INDEX
               END-IF
           END-PERFORM.

       COLLECT-SET-FLAGS.
           MOVE 1 TO WS-RULE-SCAN-INDEX
                           ") REQUIRES ITEM '"
                           FUNCTION TRIM(WS-LOOKUP-NAME)
                           "' WHICH NO TAKE/ DIRECTIVE EVER GRANTS."
                   ELSE
                       PERFORM FIND-LIVE-GRANT
                       IF NOT LIVE-GRANT-FOUND
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "ERROR: GATE RULE "
                               WS-RULE-SCAN-INDEX
                               " (ENTRY "
                               RULE-ENTRY(WS-RULE-SCAN-INDEX)
                               ") REQUIRES ITEM '"
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               "' BUT NO TAKE/ OF IT IS OFFERED "
                               "WHERE A PLACE RULE LEAVES IT."
                       END-IF
                   END-IF
               ELSE
               IF WS-GATE-REQ-TEXT(1:4) = "CNT/"
               END-IF
           END-IF.

       CHECK-TEXT-PLACEHOLDERS.
      *    Every scene line AND every line OF its action block - the
      *    lines RESOLVE-TEXT-PLACEHOLDERS sees AT play time. The
      *    credits scroll is NOT resolved BY the engine AND is NOT
      *    walked here.
           MOVE 1 TO WS-ENTRY-LINE
           PERFORM UNTIL WS-ENTRY-LINE > WS-LINE-COUNT
               IF MARK-ENTRY-START(WS-ENTRY-LINE) = 'Y'
                   MOVE CHECK-LINE(WS-ENTRY-LINE)
                       TO WS-PLACEHOLDER-LINE
                   MOVE WS-ENTRY-LINE TO WS-PLACEHOLDER-LINE-NO
                   PERFORM CHECK-LINE-PLACEHOLDERS

                   COMPUTE WS-BLOCK-INDEX = WS-ENTRY-LINE + 1
                   PERFORM UNTIL WS-BLOCK-INDEX > WS-LINE-COUNT
                           OR FUNCTION TRIM(CHECK-LINE(WS-BLOCK-INDEX))
                               = "END-ACTIONS"
                       MOVE CHECK-LINE(WS-BLOCK-INDEX)
                           TO WS-PLACEHOLDER-LINE
                       MOVE WS-BLOCK-INDEX TO WS-PLACEHOLDER-LINE-NO
                       PERFORM CHECK-LINE-PLACEHOLDERS
                       ADD 1 TO WS-BLOCK-INDEX
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ENTRY-LINE
           END-PERFORM.

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

       CHECK-SYNONYM-FILE.
      *    The synonym FILE shares the DIALOGUE FILE's base name
      *    WITH a .syn extension, AS the engine derives it. It is
      *    optional - no FILE, nothing TO warn about.
           MOVE SPACES TO WS-SYNONYM-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".syn" DELIMITED BY SIZE
               INTO WS-SYNONYM-FILE-PATH
           END-STRING

           MOVE 0 TO WS-SYNONYM-COUNT
           MOVE 0 TO WS-SYNONYM-LINE-NO
           SET EOF-SYNONYM-REACHED TO FALSE

           OPEN INPUT SYNONYM-FILE
           IF WS-SYNONYM-FILE-STATUS = "00"
               PERFORM UNTIL EOF-SYNONYM-REACHED
                   READ SYNONYM-FILE
                       AT END
                           SET EOF-SYNONYM-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SYNONYM-LINE-NO
                           IF SYNONYM-RECORD(1:1) NOT = "*"
                                   AND SYNONYM-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-SYNONYM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYNONYM-FILE
           END-IF.

       CHECK-ONE-SYNONYM.
      *    A synonym only ever gets a look-IN after the command has
      *    failed TO match AS typed, so ONE that is also a real
      *    label word quietly changes what that word means IN every
      *    other scene - AND a word listed twice WITH different
      *    meanings is refused BY the engine outright.
           IF SYNONYM-RECORD(1:4) NOT = "VERB"
                   AND SYNONYM-RECORD(1:4) NOT = "NOUN"
               ADD 1 TO WS-WARNING-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-SYNONYM-FILE-PATH)
                   " LINE " WS-SYNONYM-LINE-NO
                   " IS NEITHER A VERB NOR A NOUN - THE ENGINE "
                   "SKIPS IT."
           ELSE
               MOVE FUNCTION TRIM(SYNONYM-RECORD(6:20))
                   TO WS-LABEL-WORD
               IF SYNONYM-RECORD(1:4) = "VERB"
                   PERFORM FIND-LABEL-VERB
               ELSE
                   PERFORM FIND-LABEL-NOUN
               END-IF
               IF LABEL-WORD-KNOWN
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: "
                       FUNCTION TRIM(WS-SYNONYM-FILE-PATH)
                       " LINE " WS-SYNONYM-LINE-NO " MAPS "
                       SYNONYM-RECORD(1:4) " '"
                       FUNCTION TRIM(WS-LABEL-WORD)
                       "' WHICH IS ALREADY A LABEL WORD."
               END-IF

               MOVE 1 TO WS-SYNONYM-SCAN-INDEX
               PERFORM UNTIL WS-SYNONYM-SCAN-INDEX > WS-SYNONYM-COUNT
                   IF SYNONYM-KIND(WS-SYNONYM-SCAN-INDEX)
                           = SYNONYM-RECORD(1:4)
                           AND SYNONYM-WORD(WS-SYNONYM-SCAN-INDEX)
                               = WS-LABEL-WORD
                           AND SYNONYM-CANONICAL(WS-SYNONYM-SCAN-INDEX)
                               NOT = FUNCTION TRIM(
                                   SYNONYM-RECORD(27:20))
                       ADD 1 TO WS-WARNING-COUNT
                       DISPLAY "WARNING: "
                           FUNCTION TRIM(WS-SYNONYM-FILE-PATH)
                           " LINE " WS-SYNONYM-LINE-NO " GIVES '"
                           FUNCTION TRIM(WS-LABEL-WORD)
                           "' A SECOND MEANING - THE ENGINE WILL "
                           "REFUSE IT AS AMBIGUOUS."
                   END-IF
                   ADD 1 TO WS-SYNONYM-SCAN-INDEX
               END-PERFORM

               IF WS-SYNONYM-COUNT < SYNONYM-TABLE-CAPACITY
                   ADD 1 TO WS-SYNONYM-COUNT
                   MOVE SYNONYM-RECORD(1:4)
                       TO SYNONYM-KIND(WS-SYNONYM-COUNT)
                   MOVE WS-LABEL-WORD
                       TO SYNONYM-WORD(WS-SYNONYM-COUNT)
                   MOVE FUNCTION TRIM(SYNONYM-RECORD(27:20))
                       TO SYNONYM-CANONICAL(WS-SYNONYM-COUNT)
               END-IF
           END-IF.

       CHECK-JOURNAL-FILE.
      *    The journal FILE follows the DIALOGUE FILE's base name
      *    WITH a .jnl extension, AS the engine derives it. Like the
      *    synonym FILE it is optional.
           MOVE SPACES TO WS-JOURNAL-FILE-PATH
           STRING FUNCTION TRIM(WS-RULES-BASE-NAME) DELIMITED BY SIZE
                   ".jnl" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-PATH
           END-STRING

           MOVE 0 TO WS-JOURNAL-LINE-NO
           SET EOF-JOURNAL-REACHED TO FALSE

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL EOF-JOURNAL-REACHED
                   READ JOURNAL-FILE
                       AT END
                           SET EOF-JOURNAL-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-LINE-NO
                           IF JOURNAL-RECORD(1:1) NOT = "*"
                                   AND JOURNAL-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       CHECK-ONE-JOURNAL-LINE.
      *    The engine only ever writes a journal line WHEN its flag
      *    goes up, its item is taken OR its counter is raised IN
      *    play - a name nothing IN the story produces is a line no
      *    player will ever read, almost always a misspelling. A
      *    line the engine cannot even parse is skipped there, so
      *    it is only warned about here.
           MOVE SPACES TO WS-LOOKUP-NAME
           MOVE JOURNAL-RECORD(10:20) TO WS-LOOKUP-NAME
           EVALUATE JOURNAL-RECORD(1:8)
               WHEN "FLAG    "
                   PERFORM FIND-SET-FLAG
                   IF NOT LOOKUP-FOUND
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR: "
                           FUNCTION TRIM(WS-JOURNAL-FILE-PATH)
                           " LINE " WS-JOURNAL-LINE-NO
                           " NAMES FLAG '"
                           FUNCTION TRIM(WS-LOOKUP-NAME)
                           "' WHICH NO SETFLAG RULE EVER SETS."
                   END-IF
               WHEN "ITEM    "
                   PERFORM FIND-GRANTED-ITEM
                   IF NOT LOOKUP-FOUND
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR: "
                           FUNCTION TRIM(WS-JOURNAL-FILE-PATH)
                           " LINE " WS-JOURNAL-LINE-NO
                           " NAMES ITEM '"
                           FUNCTION TRIM(WS-LOOKUP-NAME)
                           "' WHICH NO TAKE/ DIRECTIVE EVER GRANTS."
                   END-IF
               WHEN "COUNTER "
                   IF JOURNAL-RECORD(31:5) NOT NUMERIC
                       ADD 1 TO WS-WARNING-COUNT
                       DISPLAY "WARNING: "
                           FUNCTION TRIM(WS-JOURNAL-FILE-PATH)
                           " LINE " WS-JOURNAL-LINE-NO
                           " HAS NO FIVE-DIGIT THRESHOLD - THE "
                           "ENGINE SKIPS IT."
                   ELSE
                       PERFORM FIND-ADDED-COUNTER
                       IF NOT LOOKUP-FOUND
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "ERROR: "
                               FUNCTION TRIM(WS-JOURNAL-FILE-PATH)
                               " LINE " WS-JOURNAL-LINE-NO
                               " NAMES COUNTER '"
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               "' WHICH NO ADDCNT RULE EVER RAISES."
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: "
                       FUNCTION TRIM(WS-JOURNAL-FILE-PATH)
                       " LINE " WS-JOURNAL-LINE-NO
                       " IS NOT A FLAG, ITEM OR COUNTER LINE - THE "
                       "ENGINE SKIPS IT."
           END-EVALUATE.

       FIND-ADDED-COUNTER.
           SET LOOKUP-FOUND TO FALSE
           MOVE 1 TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM.

       CHECK-ITEM-PLACEMENTS.
      *    Every PLACE line must name an item, AND should lie WHERE
      *    some TAKE/ picks it up - otherwise it is scenery nobody
      *    CAN collect. Every ITEM/ an action demands must be
      *    obtainable the SAME way a GATE's ITEM/ requirement must.
           MOVE 1 TO WS-RULE-SCAN-INDEX
           PERFORM UNTIL WS-RULE-SCAN-INDEX > WS-RULE-COUNT
               IF FUNCTION TRIM(RULE-TYPE(WS-RULE-SCAN-INDEX))
                       = "PLACE"
                   PERFORM CHECK-ONE-PLACE-RULE
               END-IF
               ADD 1 TO WS-RULE-SCAN-INDEX
           END-PERFORM

           MOVE 1 TO WS-DEMAND-INDEX
           PERFORM UNTIL WS-DEMAND-INDEX > WS-DEMAND-COUNT
               MOVE DEMAND-ITEM-NAME(WS-DEMAND-INDEX)
                   TO WS-LOOKUP-NAME
               PERFORM FIND-GRANTED-ITEM
               IF NOT LOOKUP-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR: AN ACTION ON ENTRY "
                       DEMAND-ENTRY(WS-DEMAND-INDEX)
                       " REQUIRES ITEM '"
                       FUNCTION TRIM(WS-LOOKUP-NAME)
                       "' WHICH NO TAKE/ DIRECTIVE EVER GRANTS."
               ELSE
                   PERFORM FIND-LIVE-GRANT
                   IF NOT LIVE-GRANT-FOUND
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR: AN ACTION ON ENTRY "
                           DEMAND-ENTRY(WS-DEMAND-INDEX)
                           " REQUIRES ITEM '"
                           FUNCTION TRIM(WS-LOOKUP-NAME)
                           "' BUT NO TAKE/ OF IT IS OFFERED "
                           "WHERE A PLACE RULE LEAVES IT."
                   END-IF
               END-IF
               ADD 1 TO WS-DEMAND-INDEX
           END-PERFORM.

       CHECK-ONE-PLACE-RULE.
           IF RULE-REQ-1(WS-RULE-SCAN-INDEX) = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: PLACE RULE " WS-RULE-SCAN-INDEX
                   " (ENTRY " RULE-ENTRY(WS-RULE-SCAN-INDEX)
                   ") NAMES NO ITEM."
           ELSE
               SET LOOKUP-FOUND TO FALSE
               MOVE 1 TO WS-GRANT-SCAN-INDEX
               PERFORM UNTIL LOOKUP-FOUND
                       OR WS-GRANT-SCAN-INDEX > WS-GRANT-COUNT
                   IF FUNCTION TRIM(
                           GRANTED-ITEM-NAME(WS-GRANT-SCAN-INDEX))
                           = FUNCTION TRIM(
                           RULE-REQ-1(WS-RULE-SCAN-INDEX))
                       AND GRANTED-ITEM-ENTRY(WS-GRANT-SCAN-INDEX)
                           = RULE-ENTRY(WS-RULE-SCAN-INDEX)
                       SET LOOKUP-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-GRANT-SCAN-INDEX
                   END-IF
               END-PERFORM
               IF NOT LOOKUP-FOUND
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: PLACE RULE " WS-RULE-SCAN-INDEX
                       " LEAVES '"
                       FUNCTION TRIM(RULE-REQ-1(WS-RULE-SCAN-INDEX))
                       "' AT ENTRY " RULE-ENTRY(WS-RULE-SCAN-INDEX)
                       ", WHERE NO TAKE/ DIRECTIVE PICKS IT UP."
               END-IF
           END-IF.

       FIND-LIVE-GRANT.
      *    Called once FIND-GRANTED-ITEM has found SOME TAKE/ OF
      *    WS-LOOKUP-NAME. The item lying IN the world only WHERE
      *    its PLACE lines put it, a TAKE/ anywhere else never hands
      *    it over - so ONE grant has TO sit ON a PLACE entry, unless
      *    the story never PLACEs the item AT all.
           SET LIVE-GRANT-FOUND TO FALSE
           SET ITEM-HAS-PLACE TO FALSE
           MOVE 1 TO WS-GRANT-SCAN-INDEX
           PERFORM UNTIL LIVE-GRANT-FOUND
                   OR WS-GRANT-SCAN-INDEX > WS-GRANT-COUNT
               IF FUNCTION TRIM(GRANTED-ITEM-NAME(WS-GRANT-SCAN-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME)
                   PERFORM CHECK-GRANT-PLACEMENT
               END-IF
               ADD 1 TO WS-GRANT-SCAN-INDEX
           END-PERFORM

           IF NOT ITEM-HAS-PLACE
               SET LIVE-GRANT-FOUND TO TRUE
           END-IF.

       CHECK-GRANT-PLACEMENT.
           MOVE 1 TO WS-RULE-INNER-INDEX
           PERFORM UNTIL LIVE-GRANT-FOUND
                   OR WS-RULE-INNER-INDEX > WS-RULE-COUNT
               IF FUNCTION TRIM(RULE-TYPE(WS-RULE-INNER-INDEX))
                       = "PLACE"
                   AND FUNCTION TRIM(RULE-REQ-1(WS-RULE-INNER-INDEX))
                       = FUNCTION TRIM(WS-LOOKUP-NAME)
                   SET ITEM-HAS-PLACE TO TRUE
                   IF RULE-ENTRY(WS-RULE-INNER-INDEX)
                           = GRANTED-ITEM-ENTRY(WS-GRANT-SCAN-INDEX)
                       SET LIVE-GRANT-FOUND TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-RULE-INNER-INDEX
           END-PERFORM.

       FIND-GRANTED-ITEM.
           SET LOOKUP-FOUND TO FALSE
           MOVE 1 TO WS-LOOKUP-INDEX
