       CHECK-ACHIEVEMENTS.
      *    Runs once AS a run closes - after the score ON an ending,
      *    after the defeat is logged ON a loss - WITH WS-ACH-OUTCOME
      *    saying which. Every achievement IN achievements.txt the
      *    player has NOT yet earned is tested against the run's
      *    final state; ONE whose every requirement holds is added
      *    TO the player's award FILE AND announced, AND since the
      *    FILE remembers it, it is never announced again. Like the
      *    career record, an unnamed profile has nowhere TO keep
      *    awards AND a scripted regression run must NOT earn any -
      *    both leave quietly, so golden transcripts never change.
           IF WS-PLAYER-NAME = SPACES OR SCRIPT-MODE
               CONTINUE
           ELSE
               PERFORM LOAD-ACHIEVEMENT-DEFINITIONS
               IF WS-ACHIEVEMENT-COUNT > 0
                   PERFORM GATHER-ACHIEVEMENT-FACTS
                   PERFORM BUILD-AWARD-FILE-PATH
                   PERFORM LOAD-PLAYER-AWARDS
                   MOVE 1 TO WS-ACHIEVEMENT-INDEX
                   PERFORM UNTIL WS-ACHIEVEMENT-INDEX
                           > WS-ACHIEVEMENT-COUNT
                       PERFORM CHECK-ONE-ACHIEVEMENT
                       ADD 1 TO WS-ACHIEVEMENT-INDEX
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-ACHIEVEMENT-DEFINITIONS.
      *    ACH lines name an achievement, REQ lines give its
      *    requirements - see achievements.txt FOR the columns. A
      *    missing FILE simply means there is nothing TO earn.
           MOVE 0 TO WS-ACHIEVEMENT-COUNT
           MOVE 0 TO WS-ACH-REQ-COUNT
           SET EOF-ACHIEVEMENT-REACHED TO FALSE

           OPEN INPUT ACHIEVEMENT-FILE
           IF WS-ACHIEVEMENT-STATUS = "00"
               PERFORM UNTIL EOF-ACHIEVEMENT-REACHED
                   READ ACHIEVEMENT-FILE
                       AT END
                           SET EOF-ACHIEVEMENT-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ACHIEVEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE ACHIEVEMENT-FILE
           END-IF.

       LOAD-ONE-ACHIEVEMENT-LINE.
           IF ACHIEVEMENT-RECORD(1:1) = "*"
                   OR ACHIEVEMENT-RECORD = SPACES
               CONTINUE
           ELSE
               EVALUATE ACHIEVEMENT-RECORD(1:4)
                   WHEN "ACH "
                       IF ACHIEVEMENT-RECORD(6:12) = SPACES
                               OR ACHIEVEMENT-RECORD(19:60) = SPACES
                           PERFORM REPORT-MALFORMED-ACH-LINE
                       ELSE
                           IF WS-ACHIEVEMENT-COUNT
                                   < ACHIEVEMENT-CAPACITY
                               ADD 1 TO WS-ACHIEVEMENT-COUNT
                               MOVE ACHIEVEMENT-RECORD(6:12)
                                   TO ACHIEVEMENT-CODE(
                                       WS-ACHIEVEMENT-COUNT)
                               MOVE ACHIEVEMENT-RECORD(19:60)
                                   TO ACHIEVEMENT-TITLE(
                                       WS-ACHIEVEMENT-COUNT)
                           END-IF
                       END-IF
                   WHEN "REQ "
                       PERFORM VALIDATE-ACHIEVEMENT-REQ
                       IF NOT ACH-LINE-OK
                           PERFORM REPORT-MALFORMED-ACH-LINE
                       ELSE
                           IF WS-ACH-REQ-COUNT
                                   < ACHIEVEMENT-REQ-CAPACITY
                               ADD 1 TO WS-ACH-REQ-COUNT
                               MOVE ACHIEVEMENT-RECORD(6:12)
                                   TO ACH-REQ-CODE(WS-ACH-REQ-COUNT)
                               MOVE ACHIEVEMENT-RECORD(19:10)
                                   TO ACH-REQ-SUBJECT(
                                       WS-ACH-REQ-COUNT)
                               MOVE ACHIEVEMENT-RECORD(30:25)
                                   TO ACH-REQ-NAME(WS-ACH-REQ-COUNT)
                               MOVE ACHIEVEMENT-RECORD(56:2)
                                   TO ACH-REQ-OPERATOR(
                                       WS-ACH-REQ-COUNT)
                               MOVE FUNCTION TRIM(
                                   ACHIEVEMENT-RECORD(59:10))
                                   TO ACH-REQ-VALUE(WS-ACH-REQ-COUNT)
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM REPORT-MALFORMED-ACH-LINE
               END-EVALUATE
           END-IF.

       REPORT-MALFORMED-ACH-LINE.
           DISPLAY "MALFORMED ACHIEVEMENT LINE SKIPPED: "
               FUNCTION TRIM(ACHIEVEMENT-RECORD).

       VALIDATE-ACHIEVEMENT-REQ.
      *    A requirement the engine could only ever misread is
      *    dropped AT load rather than quietly failing every run:
      *    the subject AND operator must be known ONES, a number
      *    subject needs a whole number, a Y/N OR word subject only
      *    takes = OR <>, AND FLAG, COUNTER AND ITEM need a name.
           SET ACH-LINE-OK TO TRUE
           SET ACH-SUBJECT-NUMERIC TO FALSE

           EVALUATE ACHIEVEMENT-RECORD(19:10)
               WHEN "MOVES"
               WHEN "HINTS"
               WHEN "HEALTH"
               WHEN "SCORE"
               WHEN "COUNTER"
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "OUTCOME"
               WHEN "DIFFICULTY"
               WHEN "FLAG"
               WHEN "ITEM"
                   CONTINUE
               WHEN OTHER
                   SET ACH-LINE-OK TO FALSE
           END-EVALUATE

           IF ACHIEVEMENT-RECORD(6:12) = SPACES
                   OR ACHIEVEMENT-RECORD(59:10) = SPACES
               SET ACH-LINE-OK TO FALSE
           END-IF

           IF (ACHIEVEMENT-RECORD(19:10) = "FLAG"
                   OR ACHIEVEMENT-RECORD(19:10) = "COUNTER"
                   OR ACHIEVEMENT-RECORD(19:10) = "ITEM")
                   AND ACHIEVEMENT-RECORD(30:25) = SPACES
               SET ACH-LINE-OK TO FALSE
           END-IF

           IF ACH-LINE-OK
               IF ACH-SUBJECT-NUMERIC
                   IF ACHIEVEMENT-RECORD(56:2) NOT = "= "
                           AND ACHIEVEMENT-RECORD(56:2) NOT = "<>"
                           AND ACHIEVEMENT-RECORD(56:2) NOT = "< "
                           AND ACHIEVEMENT-RECORD(56:2) NOT = "<="
                           AND ACHIEVEMENT-RECORD(56:2) NOT = "> "
                           AND ACHIEVEMENT-RECORD(56:2) NOT = ">="
                       SET ACH-LINE-OK TO FALSE
                   END-IF
                   MOVE FUNCTION TRIM(ACHIEVEMENT-RECORD(59:10))
                       TO WS-ACH-ACTUAL-TEXT
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(ACHIEVEMENT-RECORD(59:10)))
                       TO WS-ACH-NAME-LENGTH
                   IF WS-ACH-NAME-LENGTH > 7
                           OR WS-ACH-ACTUAL-TEXT(1:WS-ACH-NAME-LENGTH)
                               NOT NUMERIC
                       SET ACH-LINE-OK TO FALSE
                   END-IF
               ELSE
                   IF ACHIEVEMENT-RECORD(56:2) NOT = "= "
                           AND ACHIEVEMENT-RECORD(56:2) NOT = "<>"
                       SET ACH-LINE-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       GATHER-ACHIEVEMENT-FACTS.
      *    The SAME split the career record makes: an ending counts
      *    the moves AND hints the score sweep just added up, a
      *    defeat never reaches the sweep - the turn clock is what
      *    it walked, AND its hints are tallied here.
           IF WS-ACH-OUTCOME = "ENDING"
               MOVE WS-SCORE-MOVE-COUNT TO WS-ACH-MOVES
               MOVE WS-SCORE-HINTS-USED TO WS-ACH-HINTS
               MOVE WS-FINAL-SCORE TO WS-ACH-SCORE
           ELSE
               MOVE WS-MOVE-COUNT TO WS-ACH-MOVES
               MOVE 0 TO WS-ACH-HINTS
               MOVE 1 TO WS-HINT-USED-INDEX
               PERFORM UNTIL WS-HINT-USED-INDEX > WS-HINT-USED-ROWS
                   ADD HINT-USED-COUNT(WS-HINT-USED-INDEX)
                       TO WS-ACH-HINTS
                   ADD 1 TO WS-HINT-USED-INDEX
               END-PERFORM
               MOVE 0 TO WS-ACH-SCORE
           END-IF.

       BUILD-AWARD-FILE-PATH.
      *    The award FILE is named after the player: letters AND
      *    digits kept, anything else - a space, a quote, a slash -
      *    turned TO "_" so ANY name makes a safe FILE name.
           MOVE SPACES TO WS-AWARD-FILE-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PLAYER-NAME))
               TO WS-ACH-NAME-LENGTH
           MOVE FUNCTION TRIM(WS-PLAYER-NAME)
               TO WS-AWARD-FILE-PATH(1:WS-ACH-NAME-LENGTH)

           PERFORM VARYING WS-ACH-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-ACH-CHAR-INDEX > WS-ACH-NAME-LENGTH
               IF (WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1) >= "A"
                       AND WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1)
                           <= "Z")
                   OR (WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1) >= "a"
                       AND WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1)
                           <= "z")
                   OR (WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1) >= "0"
                       AND WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1)
                           <= "9")
                   CONTINUE
               ELSE
                   MOVE "_" TO WS-AWARD-FILE-PATH(WS-ACH-CHAR-INDEX:1)
               END-IF
           END-PERFORM

           MOVE ".ach" TO WS-AWARD-FILE-PATH(WS-ACH-NAME-LENGTH + 1:4).

       LOAD-PLAYER-AWARDS.
      *    No FILE yet just means nothing earned yet.
           MOVE 0 TO WS-AWARD-COUNT
           SET EOF-ACHIEVEMENT-REACHED TO FALSE

           OPEN INPUT AWARD-FILE
           IF WS-AWARD-FILE-STATUS = "00"
               PERFORM UNTIL EOF-ACHIEVEMENT-REACHED
                   READ AWARD-FILE
                       AT END
                           SET EOF-ACHIEVEMENT-REACHED TO TRUE
                       NOT AT END
                           IF AWARD-RECORD(1:1) NOT = "*"
                                   AND AWARD-RECORD NOT = SPACES
                                   AND WS-AWARD-COUNT
                                       < ACHIEVEMENT-CAPACITY
                               ADD 1 TO WS-AWARD-COUNT
                               MOVE AWARD-RECORD(1:12)
                                   TO AWARD-CODE(WS-AWARD-COUNT)
                               MOVE AWARD-RECORD(14:8)
                                   TO AWARD-DATE(WS-AWARD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

       CHECK-ONE-ACHIEVEMENT.
      *    Every REQ line carrying this achievement's code must
      *    hold; the first that fails settles it.
           SET ACH-ALREADY-EARNED TO FALSE
           MOVE 1 TO WS-AWARD-SCAN-INDEX
           PERFORM UNTIL ACH-ALREADY-EARNED
                   OR WS-AWARD-SCAN-INDEX > WS-AWARD-COUNT
               IF AWARD-CODE(WS-AWARD-SCAN-INDEX)
                       = ACHIEVEMENT-CODE(WS-ACHIEVEMENT-INDEX)
                   SET ACH-ALREADY-EARNED TO TRUE
               ELSE
                   ADD 1 TO WS-AWARD-SCAN-INDEX
               END-IF
           END-PERFORM

           IF NOT ACH-ALREADY-EARNED
               SET ACH-REQS-MET TO TRUE
               MOVE 0 TO WS-ACH-REQS-SEEN
               MOVE 1 TO WS-ACH-REQ-INDEX
               PERFORM UNTIL NOT ACH-REQS-MET
                       OR WS-ACH-REQ-INDEX > WS-ACH-REQ-COUNT
                   IF ACH-REQ-CODE(WS-ACH-REQ-INDEX)
                           = ACHIEVEMENT-CODE(WS-ACHIEVEMENT-INDEX)
                       ADD 1 TO WS-ACH-REQS-SEEN
                       PERFORM TEST-ACHIEVEMENT-REQ
                       IF NOT ACH-REQ-MET
                           SET ACH-REQS-MET TO FALSE
                       END-IF
                   END-IF
                   ADD 1 TO WS-ACH-REQ-INDEX
               END-PERFORM

               IF ACH-REQS-MET AND WS-ACH-REQS-SEEN > 0
                   PERFORM AWARD-ACHIEVEMENT
               END-IF
           END-IF.

       TEST-ACHIEVEMENT-REQ.
      *    Looks up what the requirement's subject stood AT WHEN the
      *    run closed AND compares it WITH the wanted VALUE.
           SET ACH-REQ-MET TO FALSE
           SET ACH-SUBJECT-NUMERIC TO FALSE
           MOVE SPACES TO WS-ACH-ACTUAL-TEXT
           MOVE 0 TO WS-ACH-ACTUAL-NUMBER

           EVALUATE ACH-REQ-SUBJECT(WS-ACH-REQ-INDEX)
               WHEN "OUTCOME"
                   MOVE WS-ACH-OUTCOME TO WS-ACH-ACTUAL-TEXT
               WHEN "DIFFICULTY"
                   MOVE WS-DIFFICULTY TO WS-ACH-ACTUAL-TEXT
               WHEN "MOVES"
                   MOVE WS-ACH-MOVES TO WS-ACH-ACTUAL-NUMBER
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "HINTS"
                   MOVE WS-ACH-HINTS TO WS-ACH-ACTUAL-NUMBER
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "HEALTH"
                   MOVE WS-PLAYER-HEALTH TO WS-ACH-ACTUAL-NUMBER
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "SCORE"
                   MOVE WS-ACH-SCORE TO WS-ACH-ACTUAL-NUMBER
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "FLAG"
                   MOVE ACH-REQ-NAME(WS-ACH-REQ-INDEX)
                       TO WS-TASK-FLAG-NAME-ARG
                   PERFORM GET-TASK-FLAG
                   MOVE WS-TASK-FLAG-RESULT TO WS-ACH-ACTUAL-TEXT
               WHEN "COUNTER"
                   MOVE ACH-REQ-NAME(WS-ACH-REQ-INDEX)
                       TO WS-COUNTER-NAME-ARG
                   PERFORM GET-STAT-COUNTER
                   MOVE WS-COUNTER-RESULT TO WS-ACH-ACTUAL-NUMBER
                   SET ACH-SUBJECT-NUMERIC TO TRUE
               WHEN "ITEM"
                   MOVE ACH-REQ-NAME(WS-ACH-REQ-INDEX)
                       TO WS-INVENTORY-ITEM-ARG
                   PERFORM FIND-INVENTORY-ITEM
                   IF INVENTORY-ITEM-FOUND
                       MOVE "Y" TO WS-ACH-ACTUAL-TEXT
                   ELSE
                       MOVE "N" TO WS-ACH-ACTUAL-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ACH-SUBJECT-NUMERIC
               COMPUTE WS-ACH-WANTED-NUMBER
                   = FUNCTION NUMVAL(ACH-REQ-VALUE(WS-ACH-REQ-INDEX))
               EVALUATE TRUE
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "= "
                           AND WS-ACH-ACTUAL-NUMBER
                               = WS-ACH-WANTED-NUMBER
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "<>"
                           AND WS-ACH-ACTUAL-NUMBER
                               NOT = WS-ACH-WANTED-NUMBER
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "< "
                           AND WS-ACH-ACTUAL-NUMBER
                               < WS-ACH-WANTED-NUMBER
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "<="
                           AND WS-ACH-ACTUAL-NUMBER
                               <= WS-ACH-WANTED-NUMBER
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "> "
                           AND WS-ACH-ACTUAL-NUMBER
                               > WS-ACH-WANTED-NUMBER
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = ">="
                           AND WS-ACH-ACTUAL-NUMBER
                               >= WS-ACH-WANTED-NUMBER
                       SET ACH-REQ-MET TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "= "
                           AND WS-ACH-ACTUAL-TEXT
                               = ACH-REQ-VALUE(WS-ACH-REQ-INDEX)
                   WHEN ACH-REQ-OPERATOR(WS-ACH-REQ-INDEX) = "<>"
                           AND WS-ACH-ACTUAL-TEXT
                               NOT = ACH-REQ-VALUE(WS-ACH-REQ-INDEX)
                       SET ACH-REQ-MET TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       AWARD-ACHIEVEMENT.
      *    Appended the way APPEND-HIGH-SCORE appends: EXTEND fails
      *    ON a player's very first award since there is no FILE
      *    yet - fall back TO OUTPUT AND start ONE WITH a header.
           OPEN EXTEND AWARD-FILE
           IF WS-AWARD-FILE-STATUS NOT = "00"
               OPEN OUTPUT AWARD-FILE
               IF WS-AWARD-FILE-STATUS = "00"
                   MOVE SPACES TO AWARD-RECORD
                   STRING "* ACHIEVEMENTS EARNED BY "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PLAYER-NAME)
                               DELIMITED BY SIZE
                           " - CODE, DATE EARNED" DELIMITED BY SIZE
                       INTO AWARD-RECORD
                   END-STRING
                   WRITE AWARD-RECORD
               END-IF
           END-IF

           IF WS-AWARD-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE " FUNCTION TRIM(WS-AWARD-FILE-PATH)
                   " (STATUS " WS-AWARD-FILE-STATUS
                   ") - THE ACHIEVEMENT WAS NOT RECORDED."
           ELSE
               MOVE SPACES TO AWARD-RECORD
               MOVE ACHIEVEMENT-CODE(WS-ACHIEVEMENT-INDEX)
                   TO AWARD-RECORD(1:12)
               MOVE FUNCTION CURRENT-DATE(1:8) TO AWARD-RECORD(14:8)
               WRITE AWARD-RECORD
               CLOSE AWARD-FILE

               IF WS-AWARD-COUNT < ACHIEVEMENT-CAPACITY
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE AWARD-RECORD(1:12)
                       TO AWARD-CODE(WS-AWARD-COUNT)
                   MOVE AWARD-RECORD(14:8)
                       TO AWARD-DATE(WS-AWARD-COUNT)
               END-IF

               MOVE " " TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
               MOVE SPACES TO WS-GAME-OUTPUT-TEXT
               STRING "*** ACHIEVEMENT UNLOCKED: " DELIMITED BY SIZE
                       FUNCTION TRIM(
                           ACHIEVEMENT-TITLE(WS-ACHIEVEMENT-INDEX))
                           DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO WS-GAME-OUTPUT-TEXT
               END-STRING
               PERFORM DISPLAY-GAME-LINE
           END-IF.
