           PERFORM UNTIL WS-RULE-SCAN-INDEX > WS-RULE-COUNT
               IF RULE-ENTRY(WS-RULE-SCAN-INDEX)
                       = CURRENT-DIALOGUE-INDEX
                   PERFORM TRACE-SCENE-RULE
                   PERFORM APPLY-SCENE-RULE
               END-IF
               ADD 1 TO WS-RULE-SCAN-INDEX
                   MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
                       TO WS-TASK-FLAG-NAME-ARG
                   PERFORM SET-TASK-FLAG
                   MOVE "FLAG" TO WS-JOURNAL-EVENT-KIND
                   MOVE WS-TASK-FLAG-NAME-ARG TO WS-JOURNAL-EVENT-NAME
                   MOVE WS-MOVE-COUNT TO WS-JOURNAL-EVENT-MOVE
                   PERFORM NOTE-JOURNAL-EVENT
               WHEN "GATE"
                   PERFORM APPLY-GATE-RULE
               WHEN "ADDCNT"
                   MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
                       TO WS-COUNTER-NAME-ARG
                   PERFORM ADD-TO-STAT-COUNTER
                   IF WS-COUNTER-INDEX > 0
                       MOVE "COUNTER" TO WS-JOURNAL-EVENT-KIND
                       MOVE WS-COUNTER-NAME-ARG
                           TO WS-JOURNAL-EVENT-NAME
                       MOVE STAT-COUNTER-VALUE(WS-COUNTER-INDEX)
                           TO WS-JOURNAL-EVENT-VALUE
                       MOVE WS-MOVE-COUNT TO WS-JOURNAL-EVENT-MOVE
                       PERFORM NOTE-JOURNAL-EVENT
                   END-IF
               WHEN "SUBCNT"
                   MOVE RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                       TO WS-COUNTER-AMOUNT
      *    pays half, hard pays double, normal pays the FILE's
      *    amount. Floored AT zero, AS the old hardwired cost was.
      *    Shared BY the HEALTH rule AND the TIMEDRIP clock.
           MOVE WS-PLAYER-HEALTH TO WS-TRACE-WAS-NUMBER
           EVALUATE WS-DIFFICULTY
               WHEN 'E'
                   COMPUTE WS-HEALTH-COST
                   FROM WS-PLAYER-HEALTH
           ELSE
               MOVE 0 TO WS-PLAYER-HEALTH
           END-IF
           PERFORM TRACE-HEALTH-CHANGE.

       CHECK-TIME-RULES.
      *    A TIMEGATE rule - "TIMEGATE <moves> <dest>    <flag>" -
           END-PERFORM.

       APPLY-TIMEGATE-RULE.
      *    A clock that fires is traced before it moves the player
      *    OR drains health, so the trace reads decision first AND
      *    consequence second; ONE that holds back is traced AT
      *    the END.
           MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
               TO WS-TASK-FLAG-NAME-ARG
           PERFORM FIND-TASK-FLAG
           MOVE SPACES TO WS-TRACE-VERDICT

           IF TASK-FLAG-FOUND
                   AND TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX) = 'Y'
                       >= RULE-ENTRY(WS-RULE-SCAN-INDEX)
                   MOVE WS-MOVE-COUNT
                       TO RULE-FIRED-MOVE(WS-RULE-SCAN-INDEX)
                   STRING "FIRED -> " DELIMITED BY SIZE
                           RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                               DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
                   PERFORM TRACE-TIME-RULE
                   MOVE RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                       TO CURRENT-DIALOGUE-INDEX
               END-IF
           END-IF

           IF WS-TRACE-VERDICT = SPACES
               PERFORM TRACE-TIME-RULE
           END-IF.

       APPLY-TIMEDRIP-RULE.
           MOVE RULE-REQ-1(WS-RULE-SCAN-INDEX)
               TO WS-TASK-FLAG-NAME-ARG
           PERFORM FIND-TASK-FLAG
           MOVE SPACES TO WS-TRACE-VERDICT

           IF TASK-FLAG-FOUND
                   AND TASK-FLAG-VALUE(WS-TASK-FLAG-INDEX) = 'Y'
                       RULE-ENTRY(WS-RULE-SCAN-INDEX)) = 0
                   MOVE WS-MOVE-COUNT
                       TO RULE-FIRED-MOVE(WS-RULE-SCAN-INDEX)
                   STRING "FIRED - DRAINS " DELIMITED BY SIZE
                           RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                               DELIMITED BY SIZE
                       INTO WS-TRACE-VERDICT
                   END-STRING
                   PERFORM TRACE-TIME-RULE
                   MOVE RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                       TO WS-HEALTH-COST
                   PERFORM APPLY-HEALTH-COST
               END-IF
           END-IF

           IF WS-TRACE-VERDICT = SPACES
               PERFORM TRACE-TIME-RULE
           END-IF.

       APPLY-GATE-RULE.
           MOVE RULE-REQ-3(WS-RULE-SCAN-INDEX) TO WS-GATE-REQ-TEXT
           PERFORM CHECK-GATE-REQUIREMENT

           PERFORM TRACE-GATE-VERDICT

           IF GATE-REQS-MET
               MOVE RULE-PASS-DEST(WS-RULE-SCAN-INDEX)
                   TO CURRENT-DIALOGUE-INDEX
                   END-IF
               END-IF
               END-IF
               PERFORM TRACE-GATE-REQUIREMENT
           END-IF.

       CHECK-COUNTER-REQUIREMENT.
                           AND RULES-RECORD(1:8) NOT = "SUBCNT  "
                           AND RULES-RECORD(1:8) NOT = "TIMEGATE"
                           AND RULES-RECORD(1:8) NOT = "TIMEDRIP"
                           AND RULES-RECORD(1:8) NOT = "GAMEOVER"
                           AND RULES-RECORD(1:8) NOT = "PLACE   ")
                       DISPLAY "MALFORMED SCENE RULE SKIPPED: "
                           FUNCTION TRIM(RULES-RECORD)
                   ELSE
