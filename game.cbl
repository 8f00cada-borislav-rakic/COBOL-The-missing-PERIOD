      *them FROM there - greeting the player BY name AND scaling
      *every HEALTH rule cost BY difficulty. Each playtest cohort
      *CAN finally be labelled AND tuned.
      *Each NEW player is also handed a story variant FROM
      *variants.txt, so competing versions OF a puzzle CAN be played
      *BY real testers AND compared BY VARIANT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAREER-FILE-STATUS.

      *    The achievement definitions AND the player's OWN award
      *    FILE THE-MISSING-PERIOD keeps - View Profile lists what
      *    has been earned AND what is still there TO earn.
           SELECT ACHIEVEMENT-FILE ASSIGN TO 'achievements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIEVEMENT-STATUS.

           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AWARD-FILE-STATUS.

      *    The story variants a NEW player CAN be assigned TO, AND
      *    the ONE-line memory OF which variant the last alternating
      *    assignment handed out - see ASSIGN-PLAYER-VARIANT.
           SELECT VARIANT-FILE ASSIGN TO 'variants.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-FILE-STATUS.

           SELECT VARIANT-SEQ-FILE ASSIGN TO 'variants.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVE-FILE
           DATA RECORD IS CAREER-RECORD-LINE.
       01 CAREER-RECORD-LINE       PIC X(100).

       FD ACHIEVEMENT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACHIEVEMENT-RECORD.
       01 ACHIEVEMENT-RECORD       PIC X(100).

       FD AWARD-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AWARD-RECORD.
       01 AWARD-RECORD             PIC X(100).

       FD VARIANT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VARIANT-RECORD.
       01 VARIANT-RECORD           PIC X(100).

       FD VARIANT-SEQ-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VARIANT-SEQ-RECORD.
       01 VARIANT-SEQ-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SAVE-FILE-PATH        PIC X(20) VALUE SPACES.
      *A save is written TO the slot's work FILE AND only promoted
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CAREER-LINE           PIC X(100) VALUE SPACES.

      *Working fields FOR listing the player's achievements: the ACH
      *lines OF achievements.txt (code 6-17, title 19-78) AND the
      *award lines OF <name>.ach (code 1-12, date earned 14-21),
      *the layouts THE-MISSING-PERIOD's achievements.cpy reads AND
      *writes.
       78 ACHIEVEMENT-CAPACITY     VALUE 30.
       01 WS-ACHIEVEMENT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-AWARD-FILE-PATH       PIC X(40) VALUE SPACES.
       01 WS-AWARD-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 ACHIEVEMENT-TABLE.
           02 ACHIEVEMENT-ENTRY    OCCURS ACHIEVEMENT-CAPACITY TIMES.
               03 ACHIEVEMENT-CODE PIC X(12) VALUE SPACES.
               03 ACHIEVEMENT-TITLE
                                   PIC X(60) VALUE SPACES.
               03 ACHIEVEMENT-EARNED-DATE
                                   PIC X(8) VALUE SPACES.
       01 WS-ACHIEVEMENT-COUNT     PIC 9(2) VALUE 0.
       01 WS-ACHIEVEMENT-INDEX     PIC 9(2) VALUE 0.
       01 WS-ACH-EARNED-COUNT      PIC 9(2) VALUE 0.
       01 WS-ACH-NAME-LENGTH       PIC 9(2) VALUE 0.
       01 WS-ACH-CHAR-INDEX        PIC 9(2) VALUE 0.

      *Working fields FOR assigning a NEW player a story variant
      *FROM variants.txt: the MODE line (cols 10-18, ALTERNATE OR
      *FIXED), the FIXED line (variant name 10-17) AND ONE VARIANT
      *line PER variant (name 10-17). variants.seq holds the
      *variant the last alternating assignment handed out, AS
      *"LAST=<name>".
       78 VARIANT-CAPACITY         VALUE 9.
       01 WS-VARIANT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-VARIANT-SEQ-STATUS    PIC X(2) VALUE SPACES.
       01 VARIANT-TABLE.
           02 VARIANT-NAME         PIC X(8) VALUE SPACES
                                    OCCURS VARIANT-CAPACITY TIMES.
       01 WS-VARIANT-COUNT         PIC 9(1) VALUE 0.
       01 WS-VARIANT-INDEX         PIC 9(1) VALUE 0.
       01 WS-VARIANT-PICK          PIC 9(1) VALUE 0.
       01 WS-VARIANT-MODE          PIC X(9) VALUE SPACES.
       01 WS-VARIANT-FIXED         PIC X(8) VALUE SPACES.
       01 WS-VARIANT-LAST          PIC X(8) VALUE SPACES.

       01 WS-EOF-FLAG              PIC X(1) VALUE 'N'.
           88 EOF-REACHED                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
           02 PLAYER-HEALTH        PIC 9(3) VALUE 100.
           02 PLAYER-NAME          PIC X(30) VALUE SPACES.
           02 PLAYER-DIFFICULTY    PIC X(1) VALUE 'N'.
           02 PLAYER-VARIANT       PIC X(8) VALUE SPACES.

      *Editing a profile must NOT disturb the run's progress, so the
      *whole save is held here AND written back WITH only the
      *profile lines replaced AND the RECORDCOUNT re-counted.
      *Sized past the worst-case save: 40 task lines (TWO PER
      *flag), 20 items, 20 counters, 50 fired clocks, 50 hinted
      *scenes, 50 journal entries, PLACEMENTS AND 50 placed items,
      *plus VERSION, MOVECOUNT, the five profile AND position
      *lines, CHAPTER, BUILD, VARIANT, GAME-OVER AND RECORDCOUNT -
      *293 lines IN all. A save that still does NOT fit is refused
      *rather than truncated, since writing it back WITH a clean
      *RECORDCOUNT would launder the loss.
       78 EDIT-TABLE-CAPACITY      VALUE 350.
       01 EDIT-LINES.
           02 EDIT-LINE            PIC X(100)
                                    OCCURS EDIT-TABLE-CAPACITY TIMES.
       01 WS-EDIT-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-EDIT-SCAN-INDEX       PIC 9(3) VALUE 0.
       01 WS-EDIT-KEPT-COUNT       PIC 9(3) VALUE 0.
       01 WS-EDIT-OVERFLOW-FLAG    PIC X(1) VALUE 'N'.
           88 EDIT-TABLE-OVERFLOW           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET EOF-REACHED TO FALSE
           MOVE SPACES TO PLAYER-NAME
           MOVE 'N' TO PLAYER-DIFFICULTY
           MOVE SPACES TO PLAYER-VARIANT

           OPEN INPUT SAVE-FILE.

                   DISPLAY "DIFFICULTY:  NORMAL"
           END-EVALUATE
           DISPLAY "PLAYER HEALTH: " PLAYER-HEALTH
           IF PLAYER-VARIANT = SPACES
               DISPLAY "STORY VARIANT: (NONE)"
           ELSE
               DISPLAY "STORY VARIANT: " FUNCTION TRIM(PLAYER-VARIANT)
           END-IF
           PERFORM DISPLAY-CAREER-RECORD
           PERFORM DISPLAY-ACHIEVEMENTS
           DISPLAY "==================="
           DISPLAY " ".

                   WS-CAREER-LINE(70:2) "-" WS-CAREER-LINE(72:2)
           END-IF.

       DISPLAY-ACHIEVEMENTS.
      *    Earned achievements WITH the date each was earned, THEN
      *    the ONES still open. No definitions FILE OR an unnamed
      *    profile show nothing extra, the SAME way the career
      *    record does.
           MOVE 0 TO WS-ACHIEVEMENT-COUNT
           MOVE 0 TO WS-ACH-EARNED-COUNT

           IF PLAYER-NAME NOT = SPACES
               PERFORM LOAD-ACHIEVEMENT-TITLES
           END-IF

           IF WS-ACHIEVEMENT-COUNT > 0
               PERFORM MARK-EARNED-ACHIEVEMENTS

               DISPLAY "--- ACHIEVEMENTS ---"
               DISPLAY "EARNED: " WS-ACH-EARNED-COUNT " OF "
                   WS-ACHIEVEMENT-COUNT
               PERFORM VARYING WS-ACHIEVEMENT-INDEX FROM 1 BY 1
                       UNTIL WS-ACHIEVEMENT-INDEX > WS-ACHIEVEMENT-COUNT
                   IF ACHIEVEMENT-EARNED-DATE(WS-ACHIEVEMENT-INDEX)
                           NOT = SPACES
                       DISPLAY "  [X] "
                           ACHIEVEMENT-EARNED-DATE(
                               WS-ACHIEVEMENT-INDEX)(1:4) "-"
                           ACHIEVEMENT-EARNED-DATE(
                               WS-ACHIEVEMENT-INDEX)(5:2) "-"
                           ACHIEVEMENT-EARNED-DATE(
                               WS-ACHIEVEMENT-INDEX)(7:2) " "
                           FUNCTION TRIM(ACHIEVEMENT-TITLE(
                               WS-ACHIEVEMENT-INDEX))
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ACHIEVEMENT-INDEX FROM 1 BY 1
                       UNTIL WS-ACHIEVEMENT-INDEX > WS-ACHIEVEMENT-COUNT
                   IF ACHIEVEMENT-EARNED-DATE(WS-ACHIEVEMENT-INDEX)
                           = SPACES
                       DISPLAY "  [ ]            "
                           FUNCTION TRIM(ACHIEVEMENT-TITLE(
                               WS-ACHIEVEMENT-INDEX))
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ACHIEVEMENT-TITLES.
           SET EOF-REACHED TO FALSE
           OPEN INPUT ACHIEVEMENT-FILE
           IF WS-ACHIEVEMENT-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ ACHIEVEMENT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF ACHIEVEMENT-RECORD(1:4) = "ACH "
                                   AND ACHIEVEMENT-RECORD(6:12)
                                       NOT = SPACES
                                   AND ACHIEVEMENT-RECORD(19:60)
                                       NOT = SPACES
                                   AND WS-ACHIEVEMENT-COUNT
                                       < ACHIEVEMENT-CAPACITY
                               ADD 1 TO WS-ACHIEVEMENT-COUNT
                               MOVE ACHIEVEMENT-RECORD(6:12)
                                   TO ACHIEVEMENT-CODE(
                                       WS-ACHIEVEMENT-COUNT)
                               MOVE ACHIEVEMENT-RECORD(19:60)
                                   TO ACHIEVEMENT-TITLE(
                                       WS-ACHIEVEMENT-COUNT)
                               MOVE SPACES
                                   TO ACHIEVEMENT-EARNED-DATE(
                                       WS-ACHIEVEMENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACHIEVEMENT-FILE
           END-IF.

       MARK-EARNED-ACHIEVEMENTS.
      *    The award FILE is named the SAME way BUILD-AWARD-FILE-PATH
      *    IN the game names it: letters AND digits OF the player
      *    name kept, anything else turned TO "_", PLUS ".ach".
           MOVE SPACES TO WS-AWARD-FILE-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PLAYER-NAME))
               TO WS-ACH-NAME-LENGTH
           MOVE FUNCTION TRIM(PLAYER-NAME)
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
           MOVE ".ach" TO WS-AWARD-FILE-PATH(WS-ACH-NAME-LENGTH + 1:4)

           SET EOF-REACHED TO FALSE
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-FILE-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ AWARD-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF AWARD-RECORD(1:1) NOT = "*"
                               PERFORM MARK-ONE-AWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

       MARK-ONE-AWARD.
      *    An award whose achievement has since been retired FROM
      *    the definitions simply is NOT listed.
           PERFORM VARYING WS-ACHIEVEMENT-INDEX FROM 1 BY 1
                   UNTIL WS-ACHIEVEMENT-INDEX > WS-ACHIEVEMENT-COUNT
               IF ACHIEVEMENT-CODE(WS-ACHIEVEMENT-INDEX)
                       = AWARD-RECORD(1:12)
                       AND ACHIEVEMENT-EARNED-DATE(WS-ACHIEVEMENT-INDEX)
                           = SPACES
                   MOVE AWARD-RECORD(14:8)
                       TO ACHIEVEMENT-EARNED-DATE(WS-ACHIEVEMENT-INDEX)
                   ADD 1 TO WS-ACH-EARNED-COUNT
               END-IF
           END-PERFORM.

       LOAD-SAVE.
      *    Every line is "TAG=VALUE", the SAME layout
      *    THE-MISSING-PERIOD writes - we only care about VERSION,
                           OR WS-SAVE-VALUE(1:1) = 'H'
                       MOVE WS-SAVE-VALUE(1:1) TO PLAYER-DIFFICULTY
                   END-IF
               WHEN "VARIANT"
                   MOVE WS-SAVE-VALUE(1:8) TO PLAYER-VARIANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NEW-GAME-ROUTINE.
           MOVE PLAYER-HEALTH-MAXIMUM TO PLAYER-HEALTH
           PERFORM ASSIGN-PLAYER-VARIANT

           PERFORM OPEN-SAVE-WORK-FILE.

      *    that never reaches a DIALOGUE-INDEX OR RECORDCOUNT line,
      *    so a NEW game started here has TO write both TOO - a
      *    fresh game always starts AT DIALOGUE entry 1, AND this
      *    RECORDCOUNT covers the five lines above it - six WHEN a
      *    story variant was assigned.
           MOVE SPACES TO SAVE-RECORD
           STRING "DIALOGUE-INDEX=001" DELIMITED BY SIZE
               INTO SAVE-RECORD
           END-STRING
           WRITE SAVE-RECORD.

           IF PLAYER-VARIANT NOT = SPACES
               MOVE SPACES TO SAVE-RECORD
               STRING "VARIANT=" DELIMITED BY SIZE
                       PLAYER-VARIANT DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD

               MOVE SPACES TO SAVE-RECORD
               STRING "RECORDCOUNT=06" DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD
           ELSE
               MOVE SPACES TO SAVE-RECORD
               STRING "RECORDCOUNT=05" DELIMITED BY SIZE
                   INTO SAVE-RECORD
               END-STRING
               WRITE SAVE-RECORD
           END-IF.

           PERFORM PROMOTE-SAVE-WORK-FILE.

           DISPLAY "CREATING NEW GAME".

       ASSIGN-PLAYER-VARIANT.
      *    Every NEW player is handed a story variant FOR A/B
      *    playtesting: under MODE ALTERNATE the variant after the
      *    ONE last handed out, IN the order variants.txt lists
      *    them, AND under MODE FIXED the variant the operator
      *    named ON the FIXED line (the FIRST listed IF that name
      *    is NOT defined). No variants.txt means no variant AT
      *    all, AND the game plays AS it always has.
           MOVE SPACES TO PLAYER-VARIANT
           PERFORM LOAD-VARIANT-DEFINITIONS

           IF WS-VARIANT-COUNT > 0
               MOVE 0 TO WS-VARIANT-PICK
               IF WS-VARIANT-MODE = "ALTERNATE"
                   PERFORM READ-LAST-VARIANT
                   PERFORM VARYING WS-VARIANT-INDEX FROM 1 BY 1
                           UNTIL WS-VARIANT-INDEX > WS-VARIANT-COUNT
                       IF VARIANT-NAME(WS-VARIANT-INDEX)
                               = WS-VARIANT-LAST
                           MOVE WS-VARIANT-INDEX TO WS-VARIANT-PICK
                       END-IF
                   END-PERFORM
                   IF WS-VARIANT-PICK < WS-VARIANT-COUNT
                       ADD 1 TO WS-VARIANT-PICK
                   ELSE
                       MOVE 1 TO WS-VARIANT-PICK
                   END-IF
                   MOVE VARIANT-NAME(WS-VARIANT-PICK) TO PLAYER-VARIANT
                   PERFORM WRITE-LAST-VARIANT
               ELSE
                   PERFORM VARYING WS-VARIANT-INDEX FROM 1 BY 1
                           UNTIL WS-VARIANT-INDEX > WS-VARIANT-COUNT
                       IF VARIANT-NAME(WS-VARIANT-INDEX)
                               = WS-VARIANT-FIXED
                           MOVE WS-VARIANT-INDEX TO WS-VARIANT-PICK
                       END-IF
                   END-PERFORM
                   IF WS-VARIANT-PICK = 0
                       MOVE 1 TO WS-VARIANT-PICK
                   END-IF
                   MOVE VARIANT-NAME(WS-VARIANT-PICK) TO PLAYER-VARIANT
               END-IF
           END-IF.

       LOAD-VARIANT-DEFINITIONS.
           MOVE 0 TO WS-VARIANT-COUNT
           MOVE SPACES TO WS-VARIANT-MODE
           MOVE SPACES TO WS-VARIANT-FIXED
           SET EOF-REACHED TO FALSE

           OPEN INPUT VARIANT-FILE
           IF WS-VARIANT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ VARIANT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           EVALUATE VARIANT-RECORD(1:8)
                               WHEN "MODE    "
                                   MOVE VARIANT-RECORD(10:9)
                                       TO WS-VARIANT-MODE
                               WHEN "FIXED   "
                                   MOVE VARIANT-RECORD(10:8)
                                       TO WS-VARIANT-FIXED
                               WHEN "VARIANT "
                                   IF VARIANT-RECORD(10:8) NOT = SPACES
                                       AND WS-VARIANT-COUNT
                                           < VARIANT-CAPACITY
                                       ADD 1 TO WS-VARIANT-COUNT
                                       MOVE VARIANT-RECORD(10:8)
                                           TO VARIANT-NAME(
                                               WS-VARIANT-COUNT)
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE VARIANT-FILE
           END-IF.

       READ-LAST-VARIANT.
      *    A missing OR empty variants.seq starts the rotation AT
      *    the FIRST variant listed.
           MOVE SPACES TO WS-VARIANT-LAST
           OPEN INPUT VARIANT-SEQ-FILE
           IF WS-VARIANT-SEQ-STATUS = "00"
               READ VARIANT-SEQ-FILE
                   NOT AT END
                       IF VARIANT-SEQ-RECORD(1:5) = "LAST="
                           MOVE VARIANT-SEQ-RECORD(6:8)
                               TO WS-VARIANT-LAST
                       END-IF
               END-READ
               CLOSE VARIANT-SEQ-FILE
           END-IF.

       WRITE-LAST-VARIANT.
           OPEN OUTPUT VARIANT-SEQ-FILE
           IF WS-VARIANT-SEQ-STATUS = "00"
               MOVE SPACES TO VARIANT-SEQ-RECORD
               STRING "LAST=" DELIMITED BY SIZE
                       PLAYER-VARIANT DELIMITED BY SIZE
                   INTO VARIANT-SEQ-RECORD
               END-STRING
               WRITE VARIANT-SEQ-RECORD
               CLOSE VARIANT-SEQ-FILE
           ELSE
               DISPLAY "CANNOT WRITE variants.seq (STATUS "
                   WS-VARIANT-SEQ-STATUS ") - THE NEXT PLAYER MAY "
                   "BE GIVEN THE SAME VARIANT."
           END-IF.

       OPEN-SAVE-WORK-FILE.
      *    The fresh image is written TO gameN.tmp, never straight
      *    over the live save - PROMOTE-SAVE-WORK-FILE below does
      *    passes.
           SET EOF-REACHED TO FALSE
           SET SAVE-VERSION-OK TO FALSE
           SET EDIT-TABLE-OVERFLOW TO FALSE
           MOVE 0 TO WS-EDIT-LINE-COUNT

           OPEN INPUT SAVE-FILE
                               ADD 1 TO WS-EDIT-LINE-COUNT
                               MOVE SAVE-RECORD
                                   TO EDIT-LINE(WS-EDIT-LINE-COUNT)
                           ELSE
                               SET EDIT-TABLE-OVERFLOW TO TRUE
                           END-IF
                           PERFORM LOAD-SAVE
                   END-READ
      *        trailer - refuse TO touch anything that does NOT
      *        carry the right VERSION line rather than launder it
      *        past THE-MISSING-PERIOD's integrity CHECK.
               IF EDIT-TABLE-OVERFLOW
                   DISPLAY "This save is too large to edit here."
                   DISPLAY "Profile not changed."
               ELSE
                   IF SAVE-VERSION-OK
                       PERFORM CAPTURE-PROFILE
                       PERFORM REWRITE-SAVE-WITH-PROFILE
                       DISPLAY "Profile updated."
                   ELSE
                       DISPLAY "This save is unreadable, or was "
                               "created by an incompatible version "
                               "of the game."
                       DISPLAY "Profile not changed."
                   END-IF
               END-IF
           END-IF.

