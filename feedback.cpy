       RECORD-TESTER-FEEDBACK.
      *    BUG AND NOTE are global commands, the SAME way STATUS AND
      *    HINT are - they work FROM any entry that takes free-text
      *    input AND do NOT count AS a move, trigger an AUTOSAVE OR
      *    touch the play LOG. The tester's words go TO the shared
      *    feedback FILE together WITH everything needed TO find
      *    the scene again: slot, player, the language picked AT
      *    the menu, the chapter FILE AND entry being played, the
      *    move count AND the story's build stamp, so FEEDBACK-TRIAGE
      *    CAN still place the report after a STORY-BUILD has
      *    renumbered the entries. Layout, fixed columns:
      *       1-14  timestamp        16  slot
      *      18-47  player name   49-68  language FILE
      *      70-89  chapter FILE  91-93  DIALOGUE entry
      *      95-99  move count  101-104  BUG / NOTE
      *    106-111  OPEN / CLOSED  113-126  build stamp
      *    128-207  the tester's text
      *    209-222  WHEN FEEDBACK-TRIAGE closed it
           MOVE SPACES TO WS-FEEDBACK-TEXT
           IF USER-INPUT(1:4) = "BUG "
               MOVE "BUG" TO WS-FEEDBACK-KIND
               MOVE USER-INPUT(5:76) TO WS-FEEDBACK-TEXT
           ELSE
               MOVE "NOTE" TO WS-FEEDBACK-KIND
               MOVE USER-INPUT(6:75) TO WS-FEEDBACK-TEXT
           END-IF

           IF WS-FEEDBACK-TEXT = SPACES
               MOVE "Usage: BUG <what looked wrong> or NOTE <remark>"
                   TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
           ELSE
      *        EXTEND fails the very FIRST time - there is no
      *        feedback FILE yet - fall back TO OUTPUT AND start
      *        ONE, the way LOG-PLAY-EVENT starts a fresh LOG.
               OPEN EXTEND FEEDBACK-FILE
               IF WS-FEEDBACK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT FEEDBACK-FILE
               END-IF

               IF WS-FEEDBACK-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE feedback.txt (STATUS "
                       WS-FEEDBACK-FILE-STATUS ") - THE REPORT WAS "
                       "NOT RECORDED."
               ELSE
                   MOVE SPACES TO FEEDBACK-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO FEEDBACK-RECORD(1:14)
                   MOVE WS-SAVE-SLOT TO FEEDBACK-RECORD(16:1)
                   MOVE WS-PLAYER-NAME TO FEEDBACK-RECORD(18:30)
                   MOVE WS-MENU-DIALOGUE-PATH TO FEEDBACK-RECORD(49:20)
                   MOVE WS-DIALOGUE-FILE-PATH TO FEEDBACK-RECORD(70:20)
                   MOVE CURRENT-DIALOGUE-INDEX TO FEEDBACK-RECORD(91:3)
                   MOVE WS-MOVE-COUNT TO FEEDBACK-RECORD(95:5)
                   MOVE WS-FEEDBACK-KIND TO FEEDBACK-RECORD(101:4)
                   MOVE "OPEN" TO FEEDBACK-RECORD(106:6)
                   MOVE WS-BUILD-STAMP TO FEEDBACK-RECORD(113:14)
                   MOVE FUNCTION TRIM(WS-FEEDBACK-TEXT)
                       TO FEEDBACK-RECORD(128:80)
                   WRITE FEEDBACK-RECORD
                   CLOSE FEEDBACK-FILE

                   MOVE "Thank you - your report was noted."
                       TO WS-GAME-OUTPUT-TEXT
                   PERFORM DISPLAY-GAME-LINE
               END-IF
           END-IF.
