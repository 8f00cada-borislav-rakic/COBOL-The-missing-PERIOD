       TOGGLE-AUTHOR-TRACE.
      *    TRACE is a global command like STATUS AND HINT - it works
      *    FROM any entry that takes free-text input, does NOT count
      *    AS a move AND never touches the play LOG OR the save. It
      *    flips the author trace ON OR OFF; a scripted run CAN
      *    carry it AS a line OF its script like any other command.
      *    The TRACE line is seen BY the next pass through
      *    CHECK-CONDITIONS, which re-runs the current scene's rules
      *    - so switching it ON AT the first PROMPT traces the whole
      *    session.
           IF TRACE-ACTIVE
               MOVE "STOP" TO WS-TRACE-KIND
               PERFORM WRITE-TRACE-MARKER
               SET TRACE-ACTIVE TO FALSE
               MOVE SPACES TO WS-GAME-OUTPUT-TEXT
               STRING "AUTHOR TRACE OFF - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TRACE-FILE-PATH)
                           DELIMITED BY SIZE
                       " closed." DELIMITED BY SIZE
                   INTO WS-GAME-OUTPUT-TEXT
               END-STRING
               PERFORM DISPLAY-GAME-LINE
           ELSE
               SET TRACE-ACTIVE TO TRUE
               MOVE "START" TO WS-TRACE-KIND
               PERFORM WRITE-TRACE-MARKER
               IF TRACE-ACTIVE
                   MOVE SPACES TO WS-GAME-OUTPUT-TEXT
                   STRING "AUTHOR TRACE ON - every rule decision "
                               DELIMITED BY SIZE
                           "goes to " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TRACE-FILE-PATH)
                               DELIMITED BY SIZE
                           ". Type TRACE again to stop."
                               DELIMITED BY SIZE
                       INTO WS-GAME-OUTPUT-TEXT
                   END-STRING
                   PERFORM DISPLAY-GAME-LINE
               END-IF
           END-IF.

       WRITE-TRACE-MARKER.
      *    Each stretch OF tracing opens AND closes WITH a marker
      *    line naming the story FILE, the variant AND the player,
      *    the way ARCHIVE-PLAY-LOG marks each rolled LOG, so
      *    several sessions appended TO ONE gameN.trc stay apart.
           MOVE SPACES TO WS-TRACE-SEEN
           STRING FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACTIVE-VARIANT) DELIMITED BY SIZE
               INTO WS-TRACE-SEEN
           END-STRING
           MOVE SPACES TO WS-TRACE-VERDICT
           MOVE WS-PLAYER-NAME TO WS-TRACE-VERDICT
           MOVE 0 TO WS-TRACE-RULE-NUMBER
           MOVE SPACES TO WS-TRACE-RULE-TYPE
           MOVE SPACES TO WS-TRACE-SUBJECT
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
      *    ONE decision OR ONE change PER line, fixed columns:
      *       1-14  timestamp           16-20  move count
      *      22-24  DIALOGUE entry      26-33  what was traced:
      *             RULE     a scene rule found ON this entry
      *             REQUIRE  ONE GATE requirement tested
      *             GATE     the GATE's verdict AND destination
      *             CLOCK    a TIMEGATE OR TIMEDRIP checked
      *             SKILL    a skill CHECK's dice roll
      *             FLAG / COUNTER / HEALTH / ITEM  a change
      *             START / STOP  the markers around a stretch
      *      35-36  rule number, counting the rules FILE's rules
      *             IN order (comment lines NOT counted)
      *      38-45  rule type           47-66  flag, item, counter
      *                                        OR requirement
      *      68-99  the values seen   101-131  the verdict
      *    Like the play LOG it is opened AND closed around every
      *    line, so a crash never loses the decision that caused
      *    it. A trace FILE that cannot be written switches the
      *    trace back off rather than failing every rule.
           IF TRACE-ACTIVE
               OPEN EXTEND TRACE-FILE
               IF WS-TRACE-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRACE-FILE
               END-IF

               IF WS-TRACE-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE "
                       FUNCTION TRIM(WS-TRACE-FILE-PATH)
                       " (STATUS " WS-TRACE-FILE-STATUS
                       ") - AUTHOR TRACE SWITCHED OFF."
                   SET TRACE-ACTIVE TO FALSE
               ELSE
                   MOVE SPACES TO TRACE-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO TRACE-RECORD(1:14)
                   MOVE WS-MOVE-COUNT TO TRACE-RECORD(16:5)
                   MOVE CURRENT-DIALOGUE-INDEX TO TRACE-RECORD(22:3)
                   MOVE WS-TRACE-KIND TO TRACE-RECORD(26:8)
                   IF WS-TRACE-RULE-NUMBER > 0
                       MOVE WS-TRACE-RULE-NUMBER
                           TO TRACE-RECORD(35:2)
                   END-IF
                   MOVE WS-TRACE-RULE-TYPE TO TRACE-RECORD(38:8)
                   MOVE WS-TRACE-SUBJECT TO TRACE-RECORD(47:20)
                   MOVE WS-TRACE-SEEN TO TRACE-RECORD(68:32)
                   MOVE WS-TRACE-VERDICT TO TRACE-RECORD(101:31)
                   WRITE TRACE-RECORD
                   CLOSE TRACE-FILE
               END-IF
           END-IF.

       TRACE-SCENE-RULE.
      *    CHECK-CONDITIONS found a rule ON the current entry. Only
      *    the types it acts ON are traced - a clock OR GAMEOVER
      *    rule whose number happens TO match the entry does
      *    nothing here AND would only mislead the reader.
           IF TRACE-ACTIVE
               MOVE "RULE" TO WS-TRACE-KIND
               MOVE WS-RULE-SCAN-INDEX TO WS-TRACE-RULE-NUMBER
               MOVE RULE-TYPE(WS-RULE-SCAN-INDEX)
                   TO WS-TRACE-RULE-TYPE
               MOVE SPACES TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN
               MOVE SPACES TO WS-TRACE-VERDICT
               STRING "APPLIES AT ENTRY " DELIMITED BY SIZE
                       RULE-ENTRY(WS-RULE-SCAN-INDEX)
                           DELIMITED BY SIZE
                   INTO WS-TRACE-VERDICT
               END-STRING

               EVALUATE FUNCTION TRIM(RULE-TYPE(WS-RULE-SCAN-INDEX))
                   WHEN "SETFLAG"
                       MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
                           TO WS-TRACE-SUBJECT
                       PERFORM WRITE-TRACE-RECORD
                   WHEN "GATE"
                       STRING "PASS=" DELIMITED BY SIZE
                               RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                               " FAIL=" DELIMITED BY SIZE
                               RULE-FAIL-DEST(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                       PERFORM WRITE-TRACE-RECORD
                   WHEN "ADDCNT"
                   WHEN "SUBCNT"
                       MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
                           TO WS-TRACE-SUBJECT
                       STRING "AMOUNT=" DELIMITED BY SIZE
                               RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                       PERFORM WRITE-TRACE-RECORD
                   WHEN "HEALTH"
                       STRING "AMOUNT=" DELIMITED BY SIZE
                               RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                               " DIFFICULTY=" DELIMITED BY SIZE
                               WS-DIFFICULTY DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                       PERFORM WRITE-TRACE-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TRACE-GATE-REQUIREMENT.
      *    Called AT the END OF CHECK-GATE-REQUIREMENT FOR a
      *    non-blank requirement, while the lookup it just made is
      *    still IN WORKING-STORAGE: the item search, the flag's
      *    VALUE OR the counter AND its threshold.
           IF TRACE-ACTIVE
               MOVE "REQUIRE" TO WS-TRACE-KIND
               MOVE WS-RULE-SCAN-INDEX TO WS-TRACE-RULE-NUMBER
               MOVE RULE-TYPE(WS-RULE-SCAN-INDEX)
                   TO WS-TRACE-RULE-TYPE
               MOVE WS-GATE-REQ-TEXT TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN
               MOVE "MET" TO WS-TRACE-VERDICT

               IF WS-GATE-REQ-TEXT(1:5) = "ITEM/"
                   IF INVENTORY-ITEM-FOUND
                       MOVE "CARRIED=Y" TO WS-TRACE-SEEN
                   ELSE
                       MOVE "CARRIED=N" TO WS-TRACE-SEEN
                       MOVE "NOT MET" TO WS-TRACE-VERDICT
                   END-IF
               ELSE
               IF WS-GATE-REQ-TEXT(1:4) = "CNT/"
                   IF WS-COUNTER-MIN-TEXT = SPACES
                       MOVE "NO THRESHOLD GIVEN" TO WS-TRACE-SEEN
                       MOVE "NOT MET" TO WS-TRACE-VERDICT
                   ELSE
                       STRING "COUNTER=" DELIMITED BY SIZE
                               WS-COUNTER-RESULT DELIMITED BY SIZE
                               " NEED=" DELIMITED BY SIZE
                               WS-COUNTER-MIN-VALUE DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                       IF WS-COUNTER-RESULT < WS-COUNTER-MIN-VALUE
                           MOVE "NOT MET" TO WS-TRACE-VERDICT
                       END-IF
                   END-IF
               ELSE
                   STRING "FLAG=" DELIMITED BY SIZE
                           WS-TASK-FLAG-RESULT DELIMITED BY SIZE
                       INTO WS-TRACE-SEEN
                   END-STRING
                   IF WS-TASK-FLAG-RESULT NOT = 'Y'
                       MOVE "NOT MET" TO WS-TRACE-VERDICT
                   END-IF
               END-IF
               END-IF

               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-GATE-VERDICT.
           IF TRACE-ACTIVE
               MOVE "GATE" TO WS-TRACE-KIND
               MOVE WS-RULE-SCAN-INDEX TO WS-TRACE-RULE-NUMBER
               MOVE RULE-TYPE(WS-RULE-SCAN-INDEX)
                   TO WS-TRACE-RULE-TYPE
               MOVE SPACES TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-VERDICT
               IF GATE-REQS-MET
                   MOVE "ALL REQUIREMENTS MET" TO WS-TRACE-SEEN
                   STRING "PASS -> " DELIMITED BY SIZE
                           RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                               DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
               ELSE
                   MOVE "A REQUIREMENT IS NOT MET" TO WS-TRACE-SEEN
                   STRING "FAIL -> " DELIMITED BY SIZE
                           RULE-FAIL-DEST(WS-RULE-SCAN-INDEX)
                               DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
               END-IF
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-TIME-RULE.
      *    Called once PER TIMEGATE OR TIMEDRIP rule ON every pass
      *    through CHECK-TIME-RULES - a rule that fires arrives WITH
      *    its verdict already IN WS-TRACE-VERDICT; FOR ONE that
      *    held back, the reason is worked OUT here FROM the SAME
      *    fields the rule itself tested. FIND-TASK-FLAG has just
      *    been run FOR the rule's flag.
           IF TRACE-ACTIVE
               MOVE "CLOCK" TO WS-TRACE-KIND
               MOVE WS-RULE-SCAN-INDEX TO WS-TRACE-RULE-NUMBER
               MOVE RULE-TYPE(WS-RULE-SCAN-INDEX)
                   TO WS-TRACE-RULE-TYPE
               MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX) TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN

               IF TASK-FLAG-FOUND
                       AND TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX) = 'Y'
                   IF WS-MOVE-COUNT
                           >= TASK-FLAG-SET-MOVE(WS-TASK-FLAG-INDEX)
                       COMPUTE WS-TRACE-ELAPSED
                           = WS-MOVE-COUNT
                           - TASK-FLAG-SET-MOVE(WS-TASK-FLAG-INDEX)
                   ELSE
                       MOVE 0 TO WS-TRACE-ELAPSED
                   END-IF
                   IF FUNCTION TRIM(RULE-TYPE(WS-RULE-SCAN-INDEX))
                           = "TIMEGATE"
                       STRING "FLAG=Y ELAPSED=" DELIMITED BY SIZE
                               WS-TRACE-ELAPSED DELIMITED BY SIZE
                               " AT=" DELIMITED BY SIZE
                               RULE-ENTRY(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                   ELSE
                       STRING "FLAG=Y ELAPSED=" DELIMITED BY SIZE
                               WS-TRACE-ELAPSED DELIMITED BY SIZE
                               " EVERY=" DELIMITED BY SIZE
                               RULE-ENTRY(WS-RULE-SCAN-INDEX)
                                   DELIMITED BY SIZE
                           INTO WS-TRACE-SEEN
                       END-STRING
                   END-IF
               ELSE
                   MOVE "FLAG=N" TO WS-TRACE-SEEN
               END-IF

               IF WS-TRACE-VERDICT = SPACES
                   IF NOT TASK-FLAG-FOUND
                           OR TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX)
                               NOT = 'Y'
                       MOVE "HELD - FLAG NOT SET"
                           TO WS-TRACE-VERDICT
                   ELSE
                   IF RULE-ENTRY(WS-RULE-SCAN-INDEX) = 0
                       MOVE "HELD - NO MOVE COUNT ON RULE"
                           TO WS-TRACE-VERDICT
                   ELSE
                   IF FUNCTION TRIM(RULE-TYPE(WS-RULE-SCAN-INDEX))
                           = "TIMEGATE"
                           AND RULE-FIRED-MOVE(WS-RULE-SCAN-INDEX)
                               > 0
                       MOVE "HELD - ALREADY FIRED" TO WS-TRACE-VERDICT
                   ELSE
                   IF FUNCTION TRIM(RULE-TYPE(WS-RULE-SCAN-INDEX))
                           = "TIMEDRIP"
                           AND RULE-FIRED-MOVE(WS-RULE-SCAN-INDEX)
                               = WS-MOVE-COUNT
                           AND WS-MOVE-COUNT
                               > TASK-FLAG-SET-MOVE(WS-TASK-FLAG-INDEX)
                       MOVE "HELD - DRIPPED THIS MOVE"
                           TO WS-TRACE-VERDICT
                   ELSE
                       MOVE "HELD - NOT DUE YET" TO WS-TRACE-VERDICT
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF

               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-SKILL-CHECK.
      *    Written before the roll moves the player, so the entry
      *    column shows where the dice were thrown.
           IF TRACE-ACTIVE
               MOVE "SKILL" TO WS-TRACE-KIND
               MOVE 0 TO WS-TRACE-RULE-NUMBER
               MOVE SPACES TO WS-TRACE-RULE-TYPE
               MOVE WS-ACTION-LABEL TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN
               STRING "ROLL=" DELIMITED BY SIZE
                       WS-SKILL-ROLL DELIMITED BY SIZE
                       " NEED " DELIMITED BY SIZE
                       WS-SKILL-PCT DELIMITED BY SIZE
                       " OR LESS" DELIMITED BY SIZE
                   INTO WS-TRACE-SEEN
               END-STRING
               MOVE SPACES TO WS-TRACE-VERDICT
               IF WS-SKILL-OUTCOME = "SUCCESS"
                   STRING WS-SKILL-OUTCOME DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-ACTION-DEST-TEXT DELIMITED BY SPACE
                       INTO WS-TRACE-VERDICT
                   END-STRING
               ELSE
                   STRING WS-SKILL-OUTCOME DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-ACTION-EXTRA-TEXT(1:3) DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
               END-IF
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-FLAG-CHANGE.
      *    The change records follow the decision that caused them,
      *    so they carry no rule columns OF their own. WAS is taken
      *    BY the changing paragraph before it touches anything.
           IF TRACE-ACTIVE
               MOVE "FLAG" TO WS-TRACE-KIND
               MOVE 0 TO WS-TRACE-RULE-NUMBER
               MOVE SPACES TO WS-TRACE-RULE-TYPE
               MOVE WS-TASK-FLAG-NAME-ARG TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN
               STRING "WAS=" DELIMITED BY SIZE
                       WS-TRACE-WAS-FLAG DELIMITED BY SIZE
                   INTO WS-TRACE-SEEN
               END-STRING
               IF WS-TRACE-WAS-FLAG = 'Y'
                   MOVE "NOW=Y (ALREADY SET)" TO WS-TRACE-VERDICT
               ELSE
               IF TASK-FLAG-FOUND
                   MOVE "NOW=Y" TO WS-TRACE-VERDICT
               ELSE
               IF WS-TASK-FLAG-COUNT > 0
                       AND TASK-FLAG-NAME(WS-TASK-FLAG-COUNT)
                           = WS-TASK-FLAG-NAME-ARG
                   MOVE "NOW=Y" TO WS-TRACE-VERDICT
               ELSE
                   MOVE "NOT KEPT - FLAG TABLE FULL"
                       TO WS-TRACE-VERDICT
               END-IF
               END-IF
               END-IF
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-COUNTER-CHANGE.
           IF TRACE-ACTIVE
               MOVE "COUNTER" TO WS-TRACE-KIND
               MOVE 0 TO WS-TRACE-RULE-NUMBER
               MOVE SPACES TO WS-TRACE-RULE-TYPE
               MOVE WS-COUNTER-NAME-ARG TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-VERDICT
               IF WS-COUNTER-INDEX = 0
                   MOVE SPACES TO WS-TRACE-SEEN
                   STRING WS-TRACE-OPERATION DELIMITED BY SPACE
                           "=" DELIMITED BY SIZE
                           WS-COUNTER-AMOUNT DELIMITED BY SIZE
                       INTO WS-TRACE-SEEN
                   END-STRING
                   MOVE "NOT KEPT - COUNTER TABLE FULL"
                       TO WS-TRACE-VERDICT
               ELSE
                   MOVE SPACES TO WS-TRACE-SEEN
                   STRING "WAS=" DELIMITED BY SIZE
                           WS-TRACE-WAS-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-TRACE-OPERATION DELIMITED BY SPACE
                           "=" DELIMITED BY SIZE
                           WS-COUNTER-AMOUNT DELIMITED BY SIZE
                       INTO WS-TRACE-SEEN
                   END-STRING
                   STRING "NOW=" DELIMITED BY SIZE
                           STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                               DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
               END-IF
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-HEALTH-CHANGE.
      *    The cost shown is the one actually charged, after the
      *    DIFFICULTY scaling.
           IF TRACE-ACTIVE
               MOVE "HEALTH" TO WS-TRACE-KIND
               MOVE 0 TO WS-TRACE-RULE-NUMBER
               MOVE SPACES TO WS-TRACE-RULE-TYPE
               MOVE SPACES TO WS-TRACE-SUBJECT
               MOVE SPACES TO WS-TRACE-SEEN
               STRING "WAS=" DELIMITED BY SIZE
                       WS-TRACE-WAS-NUMBER(3:3) DELIMITED BY SIZE
                       " COST=" DELIMITED BY SIZE
                       WS-HEALTH-COST DELIMITED BY SIZE
                   INTO WS-TRACE-SEEN
               END-STRING
               MOVE SPACES TO WS-TRACE-VERDICT
               STRING "NOW=" DELIMITED BY SIZE
                       WS-PLAYER-HEALTH DELIMITED BY SIZE
                   INTO WS-TRACE-VERDICT
               END-STRING
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       TRACE-ITEM-CHANGE.
      *    WS-TRACE-OPERATION says which way the item went - TAKE
      *    OR DROP - AND INVENTORY-ITEM-FOUND still holds whether
      *    the player carried it beforehand.
           IF TRACE-ACTIVE
               MOVE "ITEM" TO WS-TRACE-KIND
               MOVE 0 TO WS-TRACE-RULE-NUMBER
               MOVE SPACES TO WS-TRACE-RULE-TYPE
               MOVE WS-INVENTORY-ITEM-ARG TO WS-TRACE-SUBJECT
               IF INVENTORY-ITEM-FOUND
                   MOVE "CARRIED=Y" TO WS-TRACE-SEEN
               ELSE
                   MOVE "CARRIED=N" TO WS-TRACE-SEEN
               END-IF

               IF WS-TRACE-OPERATION = "TAKE"
                   IF INVENTORY-ITEM-FOUND
                       MOVE "ALREADY CARRIED - NO CHANGE"
                           TO WS-TRACE-VERDICT
                   ELSE
                   IF WS-INVENTORY-COUNT > 0
                           AND INVENTORY-ITEM-NAME(WS-INVENTORY-COUNT)
                               = WS-INVENTORY-ITEM-ARG
                       MOVE "TAKEN" TO WS-TRACE-VERDICT
                   ELSE
                       MOVE "LEFT BEHIND - HANDS FULL"
                           TO WS-TRACE-VERDICT
                   END-IF
                   END-IF
               ELSE
                   IF INVENTORY-ITEM-FOUND
                       MOVE "DROPPED" TO WS-TRACE-VERDICT
                   ELSE
                       MOVE "NOT CARRIED - NO CHANGE"
                           TO WS-TRACE-VERDICT
                   END-IF
               END-IF
               PERFORM WRITE-TRACE-RECORD
           END-IF.
