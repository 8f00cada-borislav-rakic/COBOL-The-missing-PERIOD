               FILE STATUS IS WS-SAVE-FILE-STATUS.
           
      *    Used BY the slot-directory COPY operation AS the writing
      *    half while SAVE-FILE reads the source - .save lines are
      *    plain 100-character lines, .log lines run TO 132.
           SELECT SLOT-COPY-FILE ASSIGN DYNAMIC WS-SLOT-COPY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
      *    above), but played FROM this INDEXED copy so a DIALOGUE
      *    entry CAN be fetched ON demand BY its line number
      *    instead OF holding the whole story IN memory AT once.
      *    Each DIALOGUE FILE has its OWN copy beside it (dialogue.txt
      *    -> dialogue.dat, dialogue_es.txt -> dialogue_es.dat), so
      *    sessions IN different languages never rebuild ONE shared
      *    FILE underneath each other.
           SELECT DIALOGUE-INDEXED-FILE ASSIGN DYNAMIC
                   WS-DIALOGUE-INDEX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-LINE-NUMBER
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HINT-FILE-STATUS.

      *    The words players actually type - GET, LOOK AT, INSPECT -
      *    mapped ONTO the words the action labels use. Each
      *    language ships its OWN (dialogue.txt pairs WITH
      *    dialogue.syn), the SAME way the rules AND hints do.
           SELECT SYNONYM-FILE ASSIGN DYNAMIC WS-SYNONYM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYNONYM-FILE-STATUS.

      *    The player-readable sentence FOR each story milestone -
      *    a flag set, an item taken, a counter past its threshold
      *    - kept beside each DIALOGUE FILE (dialogue.txt pairs WITH
      *    dialogue.jnl) AND written INTO the player's journal AS
      *    it happens. Each language ships its OWN.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      *    The scoring formula's weights, floor AND difficulty
      *    multipliers, shared BY every language so ONE board CAN
      *    rank them all, AND versioned WITH the story - see
      *    scoring.cpy.
           SELECT SCORING-FILE ASSIGN TO 'scoring.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCORING-FILE-STATUS.

      *    The entry map STORY-BUILD writes beside each DIALOGUE
      *    FILE (dialogue.txt -> dialogue.map): the build's stamp
      *    AND where earlier builds' entries went. See
      *    entry-map.cpy.
           SELECT ENTRY-MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

      *    ONE shared high-score FILE across every save slot - the
      *    run's final score is appended here WHEN the credits roll.
           SELECT HIGH-SCORE-FILE ASSIGN TO 'highscores.txt'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAREER-FILE-STATUS.

      *    The achievement definitions, shared BY every language,
      *    AND the player's OWN FILE OF awards already earned - see
      *    achievements.cpy.
           SELECT ACHIEVEMENT-FILE ASSIGN TO 'achievements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIEVEMENT-STATUS.

           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AWARD-FILE-STATUS.

      *    The story variants a player CAN be assigned TO FOR A/B
      *    playtesting, shared BY every language AND read here only
      *    TO find the assigned variant's FILE suffix - see
      *    variants.cpy.
           SELECT VARIANT-FILE ASSIGN TO 'variants.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-FILE-STATUS.

      *    Opened only TO prove a variant's DIALOGUE FILE is there
      *    before the world is rebuilt onto it - DIALOGUE-FILE
      *    itself carries no status TO test.
           SELECT VARIANT-STORY-FILE ASSIGN DYNAMIC WS-VARIANT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-STORY-STATUS.

           SELECT PLAY-LOG-FILE ASSIGN DYNAMIC WS-PLAY-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAY-LOG-ARCHIVE-STATUS.

      *    Testers' BUG AND NOTE reports, appended FROM every
      *    session INTO ONE shared FILE FOR FEEDBACK-TRIAGE.
           SELECT FEEDBACK-FILE ASSIGN TO 'feedback.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-FILE-STATUS.

      *    An author's trace OF every rule decision AND the state
      *    changes that followed it, kept beside its slot AS
      *    gameN.trc WHILE the TRACE command has it switched ON.
           SELECT TRACE-FILE ASSIGN DYNAMIC WS-TRACE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRACE-FILE-STATUS.

           SELECT SCRIPT-FILE ASSIGN DYNAMIC WS-SCRIPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD SAVE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SAVE-RECORD.
       01 SAVE-RECORD              PIC X(132).

       FD SLOT-COPY-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SLOT-COPY-RECORD.
       01 SLOT-COPY-RECORD         PIC X(132).

       FD SLOT-LOCK-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HINT-RECORD.
       01 HINT-RECORD              PIC X(100).

       FD SYNONYM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SYNONYM-RECORD.
       01 SYNONYM-RECORD           PIC X(100).

       FD JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01 JOURNAL-RECORD           PIC X(120).

       FD SCORING-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SCORING-RECORD.
       01 SCORING-RECORD           PIC X(100).

       FD ENTRY-MAP-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAP-RECORD.
       01 MAP-RECORD               PIC X(100).

       FD HIGH-SCORE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HIGH-SCORE-RECORD.
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

       FD VARIANT-STORY-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS VARIANT-STORY-RECORD.
       01 VARIANT-STORY-RECORD     PIC X(500).

       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       FD PLAY-LOG-ARCHIVE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-ARCHIVE-RECORD.
       01 PLAY-LOG-ARCHIVE-RECORD  PIC X(132).

       FD FEEDBACK-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS FEEDBACK-RECORD.
       01 FEEDBACK-RECORD          PIC X(250).

       FD TRACE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TRACE-RECORD.
       01 TRACE-RECORD             PIC X(132).

       FD SCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01 WS-DIR-SAVED-AT          PIC X(14) VALUE SPACES.
       01 WS-DIR-FLAG-DONE-COUNT   PIC 9(2) VALUE 0.
       01 WS-DIR-ITEM-COUNT        PIC 9(2) VALUE 0.
       01 WS-DIR-PLACED-COUNT      PIC 9(2) VALUE 0.
       01 WS-DIR-SUMMARY-TEXT      PIC X(100) VALUE SPACES.
       01 WS-COPY-SOURCE-SLOT      PIC 9(1) VALUE 0.
       01 WS-COPY-DEST-SLOT        PIC 9(1) VALUE 0.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.
       01 WS-DIALOGUE-RECORD-COUNT PIC 9(3) VALUE 0.

      *Used ONLY BY the INDEXED copy's reuse CHECK IN INITIALIZE-
      *WORLD-TABLE - the HEADER fields hold the line count AND
      *content checksum the cached header claims, AND the SOURCE
      *fields hold what a fresh scan OF the plain-text source FILE
      *actually finds, so ANY content edit - even a one-letter fix
      *that leaves the line count alone - is caught.
       01 WS-DIALOGUE-HEADER-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-DIALOGUE-SOURCE-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-DIALOGUE-HEADER-CHECKSUM   PIC 9(10) VALUE 0.
       01 WS-DIALOGUE-SOURCE-CHECKSUM   PIC 9(10) VALUE 0.

      *The checksum is an Adler-style pair OF running sums over every
      *character OF every line (trailing blanks aside) plus a line
      *break, so a changed, moved OR swapped line all change it.
      *DIALOGUE-PREBUILD keeps the SAME sum - the two must agree.
       78 DIALOGUE-CHECKSUM-MODULUS VALUE 65521.
       01 WS-DIALOGUE-SUM-A         PIC 9(5) VALUE 1.
       01 WS-DIALOGUE-SUM-B         PIC 9(5) VALUE 0.
       01 WS-DIALOGUE-TEXT-LENGTH   PIC 9(3) VALUE 0.
       01 WS-DIALOGUE-CHAR-INDEX    PIC 9(3) VALUE 0.

       01 WS-GAME-QUIT             PIC X(1) VALUE 'N'.
           88 GAME-QUIT                     VALUE 'Y'.
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-DIALOGUE-INDEXED-STATUS
                                   PIC X(2) VALUE SPACES.
       01 WS-DIALOGUE-INDEX-BASE   PIC X(20) VALUE SPACES.
       01 WS-DIALOGUE-INDEX-PATH   PIC X(24) VALUE "dialogue.dat".
       01 WS-DIALOGUE-FETCH-INDEX  PIC 9(3) VALUE 0.
       01 WS-DIALOGUE-LINE-TEXT    PIC X(500) VALUE SPACES.

           88 WS-LANGUAGE-VALID             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *A/B story variants. GAME assigns each NEW player a variant
      *named IN variants.txt AND writes it INTO the save AS VARIANT=;
      *the variant's FILE suffix is appended TO the menu language's
      *base name (dialogue.txt AND suffix -skl play dialogue-skl.txt,
      *its .rul, .hnt AND the REST following the SAME base), AND
      *every play LOG line is stamped WITH the variant actually
      *played so VARIANT-REPORT CAN put the variants side BY side.
      *The assigned variant stays IN the save even WHEN its files
      *are missing AND the standard story is played instead.
       01 WS-VARIANT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-VARIANT-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-VARIANT-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-VARIANT-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 VARIANT-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PLAYER-VARIANT        PIC X(8) VALUE SPACES.
       01 WS-ACTIVE-VARIANT        PIC X(8) VALUE SPACES.
       01 WS-VARIANT-SUFFIX        PIC X(8) VALUE SPACES.
       01 WS-VARIANT-BASE          PIC X(20) VALUE SPACES.
       01 WS-VARIANT-EXTENSION     PIC X(8) VALUE SPACES.
       01 WS-VARIANT-PATH          PIC X(20) VALUE SPACES.
       01 WS-VARIANT-STORY-STATUS  PIC X(2) VALUE SPACES.

       01 WS-STRING-POINTER        PIC 9(2) VALUE 1.
       
      *ACTION-TABLE-CAPACITY is the single source OF truth FOR how
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CAREER-EVENT          PIC X(1) VALUE SPACES.

      *Achievements - milestones defined IN achievements.txt AS
      *conditions ON the end-OF-run state, checked WHEN a run
      *reaches its ending OR is lost. What a player has earned is
      *kept IN their OWN award FILE, <name>.ach, ONE line PER award:
      *1-12 achievement code, 14-21 date earned. An award already
      *ON FILE is never announced again. See achievements.cpy.
       78 ACHIEVEMENT-CAPACITY     VALUE 30.
       78 ACHIEVEMENT-REQ-CAPACITY VALUE 100.

       01 WS-ACHIEVEMENT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-EOF-ACHIEVEMENT-FLAG  PIC X(1) VALUE 'N'.
           88 EOF-ACHIEVEMENT-REACHED       VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-AWARD-FILE-PATH       PIC X(40) VALUE SPACES.
       01 WS-AWARD-FILE-STATUS     PIC X(2) VALUE SPACES.

       01 ACHIEVEMENT-TABLE.
           02 ACHIEVEMENT-ENTRY    OCCURS ACHIEVEMENT-CAPACITY TIMES.
               03 ACHIEVEMENT-CODE PIC X(12) VALUE SPACES.
               03 ACHIEVEMENT-TITLE
                                   PIC X(60) VALUE SPACES.
       01 WS-ACHIEVEMENT-COUNT     PIC 9(2) VALUE 0.
       01 WS-ACHIEVEMENT-INDEX     PIC 9(2) VALUE 0.

       01 ACHIEVEMENT-REQS.
           02 ACHIEVEMENT-REQ      OCCURS ACHIEVEMENT-REQ-CAPACITY
                                    TIMES.
               03 ACH-REQ-CODE     PIC X(12) VALUE SPACES.
               03 ACH-REQ-SUBJECT  PIC X(10) VALUE SPACES.
               03 ACH-REQ-NAME     PIC X(25) VALUE SPACES.
               03 ACH-REQ-OPERATOR PIC X(2) VALUE SPACES.
               03 ACH-REQ-VALUE    PIC X(10) VALUE SPACES.
       01 WS-ACH-REQ-COUNT         PIC 9(3) VALUE 0.
       01 WS-ACH-REQ-INDEX         PIC 9(3) VALUE 0.
       01 WS-ACH-REQS-SEEN         PIC 9(3) VALUE 0.

       01 AWARDS-EARNED.
           02 AWARD-EARNED         OCCURS ACHIEVEMENT-CAPACITY TIMES.
               03 AWARD-CODE       PIC X(12) VALUE SPACES.
               03 AWARD-DATE       PIC X(8) VALUE SPACES.
       01 WS-AWARD-COUNT           PIC 9(2) VALUE 0.
       01 WS-AWARD-SCAN-INDEX      PIC 9(2) VALUE 0.

      *The end-OF-run facts every requirement is tested against,
      *gathered once before the checking starts.
       01 WS-ACH-OUTCOME           PIC X(6) VALUE SPACES.
       01 WS-ACH-MOVES             PIC 9(7) VALUE 0.
       01 WS-ACH-HINTS             PIC 9(7) VALUE 0.
       01 WS-ACH-SCORE             PIC 9(7) VALUE 0.
       01 WS-ACH-ACTUAL-TEXT       PIC X(10) VALUE SPACES.
       01 WS-ACH-ACTUAL-NUMBER     PIC 9(7) VALUE 0.
       01 WS-ACH-WANTED-NUMBER     PIC 9(7) VALUE 0.
       01 WS-ACH-NAME-LENGTH       PIC 9(2) VALUE 0.
       01 WS-ACH-CHAR-INDEX        PIC 9(2) VALUE 0.
       01 WS-ACH-NUMERIC-FLAG      PIC X(1) VALUE 'N'.
           88 ACH-SUBJECT-NUMERIC           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACH-MET-FLAG          PIC X(1) VALUE 'N'.
           88 ACH-REQS-MET                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACH-REQ-MET-FLAG      PIC X(1) VALUE 'N'.
           88 ACH-REQ-MET                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACH-EARNED-FLAG       PIC X(1) VALUE 'N'.
           88 ACH-ALREADY-EARNED            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACH-LINE-OK-FLAG      PIC X(1) VALUE 'N'.
           88 ACH-LINE-OK                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *UNDO keeps a short history OF full before-move snapshots -
      *DIALOGUE position, health, TASK flags AND inventory - so a
      *mistyped VERB the noun matcher sent somewhere wrong CAN be
                                   PIC 9(2) VALUE 0.
               03 UNDO-MOVE-COUNT  PIC 9(5) VALUE 0.
               03 UNDO-RULE-FIRED  PIC X(250) VALUE SPACES.
               03 UNDO-JOURNAL-COUNT
                                   PIC 9(2) VALUE 0.
               03 UNDO-PLACEMENTS  PIC X(1400) VALUE SPACES.
               03 UNDO-PLACEMENT-COUNT
                                   PIC 9(2) VALUE 0.
       01 WS-UNDO-COUNT            PIC 9(2) VALUE 0.
       01 WS-UNDO-SHIFT-INDEX      PIC 9(2) VALUE 0.

                                   PIC 9(5) VALUE 0.
           02 UNDO-STAGE-RULE-FIRED
                                   PIC X(250) VALUE SPACES.
           02 UNDO-STAGE-JOURNAL-COUNT
                                   PIC 9(2) VALUE 0.
           02 UNDO-STAGE-PLACEMENTS
                                   PIC X(1400) VALUE SPACES.
           02 UNDO-STAGE-PLACEMENT-COUNT
                                   PIC 9(2) VALUE 0.

      *Defeat handling - the rules FILE names the game-over entry
      *WITH a GAMEOVER rule, AND a save written AT the moment OF
      *Final-score bookkeeping. Everything scored is already tracked
      *somewhere - moves AND playtime come FROM the play LOG's
      *timestamps, health AND TASK flags FROM the live state - the
      *score just folds them together WHEN the credits roll. The
      *weights come FROM scoring.txt (see SCORING-WEIGHTS below).
       01 WS-HIGH-SCORE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-SCORE-MOVE-COUNT      PIC 9(5) VALUE 0.
       01 WS-SCORE-FIRST-TS        PIC X(14) VALUE SPACES.
           88 EOF-HIGH-SCORE-REACHED        VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The scoring formula, read FROM scoring.txt BY
      *LOAD-SCORING-WEIGHTS. Fixed columns: 1-8
      *keyword, 10-19 a whole number (OR, ON the VERSION line, the
      *formula's name). The keywords:
      *   VERSION  name stamped ON every high-score line
      *   BASE     points every finished run starts WITH
      *   HEALTH   added PER remaining health point
      *   TASK     added PER TASK flag set
      *   MOVE     taken PER move
      *   HINT     taken PER hint shown
      *   MINUTE   taken PER minute played
      *   FLOOR    the lowest score a finished run CAN get
      *   DIFF-E   Easy multiplier, IN percent
      *   DIFF-N   Normal multiplier, IN percent
      *   DIFF-H   Hard multiplier, IN percent
      *WITH no scoring.txt - OR FOR a keyword the FILE leaves
      *out - a run scores the way every run did before the FILE
      *existed:
      *1000 base, +10 PER health point, +50 PER task done, -5 PER
      *move, -25 PER hint, -1 PER minute, floored AT zero, every
      *difficulty AT 100 percent, under the VERSION name BUILTIN.
       01 WS-SCORING-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-SCORING-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-SCORING-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 SCORING-WEIGHTS.
           02 SCORE-FORMULA-VERSION
                                   PIC X(8) VALUE "BUILTIN".
           02 SCORE-BASE-POINTS    PIC 9(5) VALUE 1000.
           02 SCORE-HEALTH-WEIGHT  PIC 9(3) VALUE 10.
           02 SCORE-TASK-WEIGHT    PIC 9(3) VALUE 50.
           02 SCORE-MOVE-WEIGHT    PIC 9(3) VALUE 5.
           02 SCORE-HINT-WEIGHT    PIC 9(3) VALUE 25.
           02 SCORE-MINUTE-WEIGHT  PIC 9(3) VALUE 1.
           02 SCORE-FLOOR          PIC 9(5) VALUE 0.
           02 SCORE-EASY-PERCENT   PIC 9(3) VALUE 100.
           02 SCORE-NORMAL-PERCENT PIC 9(3) VALUE 100.
           02 SCORE-HARD-PERCENT   PIC 9(3) VALUE 100.
       01 WS-SCORING-VALUE-TEXT    PIC X(10) VALUE SPACES.
       01 WS-SCORING-DIGITS        PIC 9(2) VALUE 0.
       01 WS-SCORING-NUMBER        PIC 9(5) VALUE 0.
       01 WS-SCORING-LINE-FLAG     PIC X(1) VALUE 'N'.
           88 SCORING-LINE-VALID            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SCORE-PERCENT         PIC 9(3) VALUE 100.

      *The play LOG is a plain audit trail OF every DIALOGUE entry
      *visited AND the action chosen there, ONE line PER move, kept
      *alongside its save slot AS gameN.log.
       01 WS-LOG-ACTION-TEXT       PIC X(80) VALUE SPACES.
       01 WS-PLAY-LOG-ARCHIVE-STATUS
                                   PIC X(2) VALUE SPACES.
      *A BUG OR NOTE report on its way TO feedback.txt - see
      *RECORD-TESTER-FEEDBACK FOR the record layout.
       01 WS-FEEDBACK-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-FEEDBACK-KIND         PIC X(4) VALUE SPACES.
       01 WS-FEEDBACK-TEXT         PIC X(80) VALUE SPACES.
      *Erasing a slot archives that slot's LOG - the live slot's
      *path is parked here while ARCHIVE-PLAY-LOG borrows the FD.
       01 WS-HOLD-LOG-PATH         PIC X(20) VALUE SPACES.

      *The author trace - see trace-mode.cpy FOR the record layout.
      *Switched ON AND OFF BY the TRACE command, never BY the save,
      *so a resumed slot always starts untraced. The WAS fields
      *hold a value FROM before a change so the trace CAN show
      *both sides OF it.
       01 WS-TRACE-FILE-PATH       PIC X(20) VALUE SPACES.
       01 WS-TRACE-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-TRACE-FLAG            PIC X(1) VALUE 'N'.
           88 TRACE-ACTIVE                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-TRACE-KIND            PIC X(8) VALUE SPACES.
       01 WS-TRACE-RULE-NUMBER     PIC 9(2) VALUE 0.
       01 WS-TRACE-RULE-TYPE       PIC X(8) VALUE SPACES.
       01 WS-TRACE-SUBJECT         PIC X(20) VALUE SPACES.
       01 WS-TRACE-SEEN            PIC X(32) VALUE SPACES.
       01 WS-TRACE-VERDICT         PIC X(31) VALUE SPACES.
       01 WS-TRACE-OPERATION       PIC X(4) VALUE SPACES.
       01 WS-TRACE-ELAPSED         PIC 9(5) VALUE 0.
       01 WS-TRACE-WAS-NUMBER      PIC 9(5) VALUE 0.
       01 WS-TRACE-WAS-FLAG        PIC X(1) VALUE 'N'.

      *Scripted Test Mode reads its commands FROM a FILE OF
      *pre-recorded lines instead OF the keyboard, so a DIALOGUE
      *tree can be walked the SAME way EVERY TIME FOR regression
      *PASS/FAIL regression verdict.
       01 WS-GAME-OUTPUT-TEXT      PIC X(500) VALUE SPACES.

      *Scene AND action lines pass through RESOLVE-TEXT-PLACEHOLDERS
      *(text-substitution.cpy) so a story CAN say {NAME}, {HEALTH},
      *{STAT:COMPILE-TRIES} OR pick a short variant BY task flag OR
      *carried item instead OF copying a whole entry behind a GATE.
       01 WS-SUBST-SOURCE          PIC X(500) VALUE SPACES.
       01 WS-SUBST-RESULT          PIC X(500) VALUE SPACES.
       01 WS-SUBST-SOURCE-LENGTH   PIC 9(3) VALUE 0.
       01 WS-SUBST-OUT-LENGTH      PIC 9(3) VALUE 0.
       01 WS-SUBST-POS             PIC 9(3) VALUE 0.
       01 WS-SUBST-CLOSE-POS       PIC 9(3) VALUE 0.
       01 WS-SUBST-BRACE-COUNT     PIC 9(3) VALUE 0.
       01 WS-SUBST-CHAR            PIC X(1) VALUE SPACE.
       01 WS-SUBST-TOKEN           PIC X(120) VALUE SPACES.
       01 WS-SUBST-TOKEN-LENGTH    PIC 9(3) VALUE 0.
       01 WS-SUBST-KEY-PART        PIC X(40) VALUE SPACES.
       01 WS-SUBST-KEY             PIC X(12) VALUE SPACES.
       01 WS-SUBST-ARG             PIC X(25) VALUE SPACES.
       01 WS-SUBST-VARIANT-1       PIC X(80) VALUE SPACES.
       01 WS-SUBST-VARIANT-2       PIC X(80) VALUE SPACES.
       01 WS-SUBST-VARIANT-3       PIC X(80) VALUE SPACES.
       01 WS-SUBST-VARIANT-COUNT   PIC 9(1) VALUE 0.
       01 WS-SUBST-VALUE           PIC X(80) VALUE SPACES.
       01 WS-SUBST-VALUE-LENGTH    PIC 9(3) VALUE 0.
       01 WS-SUBST-VALUE-POS       PIC 9(3) VALUE 0.
       01 WS-SUBST-NUMBER-EDIT     PIC Z(4)9.
       01 WS-SUBST-RESOLVED-FLAG   PIC X(1) VALUE 'N'.
           88 SUBST-RESOLVED                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *DISPLAY-GAME-LINE wraps AT word boundaries TO WS-PAGE-WIDTH
      *columns AND pauses WITH a MORE PROMPT once a scene-plus-
      *actions block has filled WS-PAGE-LENGTH screen lines - tune
      *rule PER line AT fixed columns:
      *    1-8   rule type    SETFLAG / GATE / HEALTH / ADDCNT /
      *                       SUBCNT / TIMEGATE / TIMEDRIP /
      *                       GAMEOVER / PLACE
      *   10-12  entry number the rule fires ON - OR, FOR the
      *          TIMEGATE/TIMEDRIP clock rules, the move count
      *   14-16  pass destination (GATE/TIMEGATE) OR amount
      *          (HEALTH/ADDCNT/SUBCNT/TIMEDRIP)
      *   18-20  fail destination (GATE)
      *   22-41  flag name (SETFLAG/TIMEGATE/TIMEDRIP), counter
      *          name (ADDCNT/SUBCNT), item name (PLACE) OR
      *          requirement 1 (GATE)
      *   43-62  requirement 2 (GATE)
      *   64-83  requirement 3 (GATE)
      *Lines starting WITH '*' AND blank lines are comments. The
       01 WS-PENDING-RULE-MOVES.
           02 WS-PENDING-RULE-MOVE OCCURS RULE-TABLE-CAPACITY TIMES
                                   PIC 9(5) VALUE 0.
      *Each RULEMOVE- TAG also carries the identity OF the rule that
      *fired - type, flag AND pass destination - so a save FROM an
      *earlier story build CAN find its clocks again after the .rul
      *FILE was reordered (see RELOCATE-RULE-CLOCKS).
       01 WS-PENDING-RULE-KEYS.
           02 WS-PENDING-RULE-KEY  OCCURS RULE-TABLE-CAPACITY TIMES.
               03 WS-PENDING-RULE-TYPE
                                   PIC X(8) VALUE SPACES.
               03 WS-PENDING-RULE-DEST
                                   PIC 9(3) VALUE 0.
               03 WS-PENDING-RULE-FLAG
                                   PIC X(20) VALUE SPACES.
       01 WS-RELOCATED-RULE-MOVES.
           02 WS-RELOCATED-RULE-MOVE
                                   OCCURS RULE-TABLE-CAPACITY TIMES
                                   PIC 9(5) VALUE 0.
       01 WS-RULEMOVE-MOVES-TEXT   PIC X(5) VALUE SPACES.
       01 WS-RULEMOVE-TYPE-TEXT    PIC X(8) VALUE SPACES.
       01 WS-RULEMOVE-DEST-TEXT    PIC X(3) VALUE SPACES.
       01 WS-RULEMOVE-FLAG-TEXT    PIC X(20) VALUE SPACES.

      *The hint TABLE, reloaded WITH the rules whenever the story
      *(language OR chapter) changes, AND the per-entry tally OF
       01 WS-HINT-WANTED           PIC 9(3) VALUE 0.
       01 WS-SCORE-HINTS-USED      PIC 9(3) VALUE 0.

      *The synonym TABLE, reloaded WITH the rules AND hints. A
      *command that matches no label AS typed is tried again WITH
      *its VERB AND NOUN words mapped through this TABLE - see
      *MATCH-WITH-SYNONYMS. Fixed columns IN the .syn FILE: 1-4
      *VERB OR NOUN, 6-25 the word OR phrase a player types, 27-46
      *the label word it stands FOR. A NOUN whose label word is
      *left blank is a filler word (THE, AT) AND is dropped.
       78 SYNONYM-TABLE-CAPACITY   VALUE 100.

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

      *Working fields FOR rewriting ONE command through the TABLE.
       01 WS-SYN-VERB              PIC X(80) VALUE SPACES.
       01 WS-SYN-NOUN              PIC X(80) VALUE SPACES.
       01 WS-SYN-REST              PIC X(80) VALUE SPACES.
       01 WS-SYN-WORD              PIC X(80) VALUE SPACES.
       01 WS-SYN-MAPPED-WORD       PIC X(20) VALUE SPACES.
       01 WS-SYN-WORD-LENGTH       PIC 9(3) VALUE 0.
       01 WS-SYN-BEST-LENGTH       PIC 9(3) VALUE 0.
       01 WS-SYN-POINTER           PIC 9(3) VALUE 1.
       01 WS-SYN-NOUN-POINTER      PIC 9(3) VALUE 1.
       01 WS-SYN-LOOKUP-KIND       PIC X(4) VALUE SPACES.
       01 WS-SYN-MATCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-SYN-FIRST-LABEL       PIC X(500) VALUE SPACES.
       01 WS-SYN-CHANGED-FLAG      PIC X(1) VALUE 'N'.
           88 SYN-COMMAND-CHANGED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SYN-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88 SYN-WORD-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SYN-AMBIGUOUS-FLAG    PIC X(1) VALUE 'N'.
           88 SYN-AMBIGUOUS                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The journal sentences, reloaded WITH the rules, hints AND
      *synonyms, AND the player's OWN journal - the sentences
      *earned so far this run, each stamped WITH the move it was
      *earned ON. The journal rides the save AS
      *"JOURNAL-<nn>=<move>/<sentence>" lines AND steps back WITH
      *an UNDO, so only the entry count needs snapshotting - the
      *journal is only ever added TO AT the END.
       78 JOURNAL-LINE-CAPACITY    VALUE 50.
       78 JOURNAL-ENTRY-CAPACITY   VALUE 50.

       01 WS-JOURNAL-FILE-PATH     PIC X(20) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-JOURNAL-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-JOURNAL-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 JOURNAL-LINES.
           02 JOURNAL-LINE-ENTRY   OCCURS JOURNAL-LINE-CAPACITY
                                    TIMES.
               03 JOURNAL-KIND     PIC X(8) VALUE SPACES.
               03 JOURNAL-NAME     PIC X(20) VALUE SPACES.
               03 JOURNAL-THRESHOLD
                                   PIC 9(5) VALUE 0.
               03 JOURNAL-SENTENCE PIC X(80) VALUE SPACES.
       01 WS-JOURNAL-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-JOURNAL-SCAN-INDEX    PIC 9(3) VALUE 0.

       01 JOURNAL-ENTRIES.
           02 JOURNAL-ENTRY        OCCURS JOURNAL-ENTRY-CAPACITY
                                    TIMES.
               03 JOURNAL-ENTRY-MOVE
                                   PIC 9(5) VALUE 0.
               03 JOURNAL-ENTRY-TEXT
                                   PIC X(80) VALUE SPACES.
       01 WS-JOURNAL-COUNT         PIC 9(2) VALUE 0.
       01 WS-JOURNAL-INDEX         PIC 9(2) VALUE 0.
       01 WS-JOURNAL-MOVE-EDIT     PIC Z(4)9.
       01 WS-JOURNAL-ALREADY-FLAG  PIC X(1) VALUE 'N'.
           88 JOURNAL-ALREADY-KEPT          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The milestone being offered TO the journal - see
      *NOTE-JOURNAL-EVENT.
       01 WS-JOURNAL-EVENT-KIND    PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-EVENT-NAME    PIC X(25) VALUE SPACES.
       01 WS-JOURNAL-EVENT-VALUE   PIC 9(5) VALUE 0.
       01 WS-JOURNAL-EVENT-MOVE    PIC 9(5) VALUE 0.

      *Every STORY-BUILD stamps the story AND writes an entry map
      *beside it naming the entries the build renumbered. The stamp
      *rides the save AS a BUILD= TAG AND the play LOG AS a
      *STORY-BUILD= marker line, so a save FROM an earlier build is
      *carried forward through the map instead OF resuming IN
      *whatever scene now holds its old number. A story with no map
      *has no stamp AND relocates nothing; a save with no BUILD TAG
      *predates the map AND is read AS the unstamped build
      *00000000000000.
       78 MAP-STEP-CAPACITY        VALUE 10.
       78 MAP-ROW-CAPACITY         VALUE 1000.

       01 WS-MAP-FILE-PATH         PIC X(20) VALUE SPACES.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MAP-FLAG          PIC X(1) VALUE 'N'.
           88 EOF-MAP-REACHED               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BUILD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-SAVE-BUILD-STAMP      PIC X(14) VALUE SPACES.

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

      *Working fields FOR carrying ONE entry number forward.
       01 WS-MAP-FROM-STAMP        PIC X(14) VALUE SPACES.
       01 WS-MAP-CHAIN-STAMP       PIC X(14) VALUE SPACES.
       01 WS-MAP-ENTRY-ARG         PIC 9(3) VALUE 0.
       01 WS-MAP-ENTRY-RESULT      PIC 9(3) VALUE 0.
       01 WS-MAP-HOPS              PIC 9(2) VALUE 0.
       01 WS-MAP-KEPT-ROWS         PIC 9(2) VALUE 0.
       01 WS-MAP-RULE-MATCH        PIC 9(2) VALUE 0.
       01 WS-MAP-CHAIN-FLAG        PIC X(1) VALUE 'N'.
           88 MAP-CHAIN-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-STEP-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88 MAP-STEP-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MAP-ROW-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 MAP-ROW-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SAVE-RELOCATED-FLAG   PIC X(1) VALUE 'N'.
           88 SAVE-RELOCATED                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ENTRY-REMOVED-FLAG    PIC X(1) VALUE 'N'.
           88 SAVE-ENTRY-REMOVED            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BUILD-LOGGED-FLAG     PIC X(1) VALUE 'N'.
           88 BUILD-STAMP-LOGGED            VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *What the player actually carries, AS opposed TO what they
      *have merely seen (TASK-FLAGS). Items arrive via TAKE/<item>
      *action directives, leave via DROP/<item>, AND are saved AS
           88 INVENTORY-ITEM-FOUND          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *What is lying around the world, AS opposed TO what the
      *player carries. Seeded FROM the PLACE rules WHEN a run
      *starts (OR a chapter opens), emptied BY TAKE/, refilled BY
      *DROP/ AND saved AS "PLACED-<nn>=<entry>/<item>" lines. An
      *item the story never PLACEs keeps the old unlimited TAKE/.
       78 PLACEMENT-CAPACITY       VALUE 50.

       01 ITEM-PLACEMENTS.
           02 PLACEMENT-ROW        OCCURS PLACEMENT-CAPACITY TIMES.
               03 PLACED-ENTRY     PIC 9(3) VALUE 0.
               03 PLACED-ITEM      PIC X(25) VALUE SPACES.
       01 WS-PLACEMENT-COUNT       PIC 9(2) VALUE 0.
       01 WS-PLACEMENT-INDEX       PIC 9(2) VALUE 0.
       01 WS-PLACEMENT-SCAN-INDEX  PIC 9(2) VALUE 0.
       01 WS-PLACEMENT-ENTRY-ARG   PIC 9(3) VALUE 0.
       01 WS-PLACEMENT-FOUND-FLAG  PIC X(1) VALUE 'N'.
           88 PLACEMENT-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
      *Set WHEN the story has a PLACE rule FOR the item being
      *looked up, AND the entry it names.
       01 WS-STORY-PLACED-FLAG     PIC X(1) VALUE 'N'.
           88 ITEM-IS-PLACED                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-STORY-PLACED-ENTRY    PIC 9(3) VALUE 0.
      *Up once the TABLE holds this run's placements - seeded OR
      *read back OFF a save. A save written before the world
      *tracked placements leaves it down, AND the load seeds them.
       01 WS-PLACEMENTS-READY-FLAG PIC X(1) VALUE 'N'.
           88 PLACEMENTS-READY              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PLACEMENT-LIST-PTR    PIC 9(3) VALUE 0.

      *Small holders used ONLY BY the gate-rule CHECK, which needs
      *all OF a rule's requirements read together before it CAN
      *decide.

           SET DIALOGUE-INDEX-REUSABLE TO FALSE

      *    The INDEXED copy sits beside its DIALOGUE FILE under the
      *    SAME base name WITH a .dat extension.
           MOVE SPACES TO WS-DIALOGUE-INDEX-BASE
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-DIALOGUE-INDEX-BASE
           END-UNSTRING
           MOVE SPACES TO WS-DIALOGUE-INDEX-PATH
           STRING FUNCTION TRIM(WS-DIALOGUE-INDEX-BASE)
                       DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-DIALOGUE-INDEX-PATH
           END-STRING

           OPEN INPUT DIALOGUE-INDEXED-FILE
           IF WS-DIALOGUE-INDEXED-STATUS = "00"
               MOVE 0 TO DLG-LINE-NUMBER
               READ DIALOGUE-INDEXED-FILE
                   NOT INVALID KEY
                       IF DLG-TEXT(1:20) = WS-DIALOGUE-FILE-PATH
                               AND DLG-TEXT(21:3) NUMERIC
                               AND DLG-TEXT(24:10) NUMERIC
                           MOVE DLG-TEXT(21:3)
                               TO WS-DIALOGUE-HEADER-LINE-COUNT
                           MOVE DLG-TEXT(24:10)
                               TO WS-DIALOGUE-HEADER-CHECKSUM
                           PERFORM MEASURE-DIALOGUE-SOURCE
      *                    A stale header still names the RIGHT
      *                    FILE, but IF ANY content edit has touched
      *                    that FILE since the header was written,
      *                    the line count OR the checksum no longer
      *                    agree AND the cached copy must be rebuilt.
      *                    A header FROM before checksums were kept
      *                    fails the NUMERIC test above AND is
      *                    rebuilt the SAME way.
                           IF WS-DIALOGUE-SOURCE-LINE-COUNT =
                                   WS-DIALOGUE-HEADER-LINE-COUNT
                                   AND WS-DIALOGUE-SOURCE-CHECKSUM =
                                       WS-DIALOGUE-HEADER-CHECKSUM
                               MOVE WS-DIALOGUE-HEADER-LINE-COUNT
                                   TO WS-DIALOGUE-RECORD-COUNT
                               SET DIALOGUE-INDEX-REUSABLE TO TRUE
      *    WS-DIALOGUE-FILE-PATH.
           PERFORM LOAD-SCENE-RULES.
           PERFORM LOAD-HINT-LINES.
           PERFORM LOAD-SYNONYM-LINES.
           PERFORM LOAD-JOURNAL-LINES.
           PERFORM LOAD-ENTRY-MAP.

       MEASURE-DIALOGUE-SOURCE.
      *    A sequential pass over the plain-text DIALOGUE-FILE TO
      *    CATCH content edits the cached INDEXED copy has NOT been
      *    rebuilt FOR yet: it counts the lines AND sums their
      *    content, but does NOT rewrite the INDEXED copy, so it
      *    stays cheaper than REBUILD-DIALOGUE-INDEX itself.
           MOVE 0 TO WS-DIALOGUE-SOURCE-LINE-COUNT
           MOVE 1 TO WS-DIALOGUE-SUM-A
           MOVE 0 TO WS-DIALOGUE-SUM-B
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG

           OPEN INPUT DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       IF WS-DIALOGUE-SOURCE-LINE-COUNT
                               = DIALOGUE-TABLE-CAPACITY
                           SET EOF-DIALOGUE-REACHED TO TRUE
                       ELSE
                           ADD 1 TO WS-DIALOGUE-SOURCE-LINE-COUNT
                           PERFORM ADD-LINE-TO-CHECKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIALOGUE-FILE

           COMPUTE WS-DIALOGUE-SOURCE-CHECKSUM
               = WS-DIALOGUE-SUM-B * 65536 + WS-DIALOGUE-SUM-A.

       ADD-LINE-TO-CHECKSUM.
      *    Folds DIALOGUE-RECORD INTO the running sums - every
      *    character up TO the last non-blank, THEN a line break.
           IF DIALOGUE-RECORD = SPACES
               MOVE 0 TO WS-DIALOGUE-TEXT-LENGTH
           ELSE
               COMPUTE WS-DIALOGUE-TEXT-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(DIALOGUE-RECORD TRAILING))
           END-IF

           PERFORM VARYING WS-DIALOGUE-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-DIALOGUE-CHAR-INDEX
                       > WS-DIALOGUE-TEXT-LENGTH
               COMPUTE WS-DIALOGUE-SUM-A = FUNCTION MOD(
                   WS-DIALOGUE-SUM-A + FUNCTION ORD(
                       DIALOGUE-RECORD(WS-DIALOGUE-CHAR-INDEX:1)),
                   DIALOGUE-CHECKSUM-MODULUS)
               COMPUTE WS-DIALOGUE-SUM-B = FUNCTION MOD(
                   WS-DIALOGUE-SUM-B + WS-DIALOGUE-SUM-A,
                   DIALOGUE-CHECKSUM-MODULUS)
           END-PERFORM

           COMPUTE WS-DIALOGUE-SUM-A = FUNCTION MOD(
               WS-DIALOGUE-SUM-A + 11, DIALOGUE-CHECKSUM-MODULUS)
           COMPUTE WS-DIALOGUE-SUM-B = FUNCTION MOD(
               WS-DIALOGUE-SUM-B + WS-DIALOGUE-SUM-A,
               DIALOGUE-CHECKSUM-MODULUS).

       REBUILD-DIALOGUE-INDEX.
      *    DIALOGUE-INDEXED-FILE is rebuilt FROM the plain-text
      *    human-editable text FILE while play itself fetches ONE
      *    line AT a time BY random access instead OF holding the
      *    whole thing IN memory. A line-0 header record TAGS the
      *    result WITH the source FILE it came FROM, how many lines
      *    it holds AND their checksum, so the NEXT RUN can tell
      *    whether this build is still current. DIALOGUE-PREBUILD
      *    writes the SAME FILE ahead OF the session window, so a
      *    player normally never waits ON this.
           MOVE 0 TO WS-DIALOGUE-RECORD-COUNT
           MOVE 1 TO WS-DIALOGUE-SUM-A
           MOVE 0 TO WS-DIALOGUE-SUM-B
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG

           OPEN INPUT DIALOGUE-FILE.
                               TO DLG-LINE-NUMBER
                           MOVE DIALOGUE-RECORD TO DLG-TEXT
                           WRITE DIALOGUE-INDEXED-RECORD
                           PERFORM ADD-LINE-TO-CHECKSUM
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-DIALOGUE-SOURCE-CHECKSUM
               = WS-DIALOGUE-SUM-B * 65536 + WS-DIALOGUE-SUM-A.

           MOVE SPACES TO DLG-TEXT
           MOVE WS-DIALOGUE-FILE-PATH TO DLG-TEXT(1:20)
           MOVE WS-DIALOGUE-RECORD-COUNT TO DLG-TEXT(21:3)
           MOVE WS-DIALOGUE-SOURCE-CHECKSUM TO DLG-TEXT(24:10)
           MOVE 0 TO DLG-LINE-NUMBER
           WRITE DIALOGUE-INDEXED-RECORD.

                   WS-SAVE-SLOT DELIMITED BY SIZE
                   ".bak" DELIMITED BY SIZE
               INTO WS-SAVE-BACKUP-PATH
           END-STRING

           MOVE SPACES TO WS-TRACE-FILE-PATH
           STRING "game" DELIMITED BY SIZE
                   WS-SAVE-SLOT DELIMITED BY SIZE
                   ".trc" DELIMITED BY SIZE
               INTO WS-TRACE-FILE-PATH
           END-STRING.

       VERIFY-SLOT-LOCK.
           MOVE CURRENT-DIALOGUE-INDEX TO WS-DIALOGUE-FETCH-INDEX
           PERFORM FETCH-DIALOGUE-LINE

      *    Placeholders are filled IN before the line is wrapped, so
      *    the wrap sees the text the player actually reads.
           MOVE WS-DIALOGUE-LINE-TEXT TO WS-SUBST-SOURCE
           PERFORM RESOLVE-TEXT-PLACEHOLDERS
           MOVE WS-SUBST-RESULT TO WS-GAME-OUTPUT-TEXT
           PERFORM DISPLAY-GAME-LINE.

      *    We RESET all available actions and save the next available
           ELSE IF FUNCTION TRIM(ACTION(1)) = "CHAPTER"
               PERFORM CHAPTER-TRANSITION
           ELSE IF FUNCTION TRIM(ACTION(1)) NOT EQUAL "NONE"
               PERFORM DISPLAY-ITEMS-HERE
               MOVE "------------------" TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
               MOVE "Available actions:" TO WS-GAME-OUTPUT-TEXT
                       PERFORM DISPLAY-INVENTORY-ROUTINE
                   ELSE IF FUNCTION TRIM(USER-INPUT) = "HINT"
                       PERFORM HINT-ROUTINE
                   ELSE IF FUNCTION TRIM(USER-INPUT) = "JOURNAL"
                       PERFORM JOURNAL-ROUTINE
                   ELSE IF FUNCTION TRIM(USER-INPUT) = "UNDO"
                       PERFORM UNDO-LAST-MOVE
                   ELSE IF FUNCTION TRIM(USER-INPUT) = "TRACE"
                       PERFORM TOGGLE-AUTHOR-TRACE
                   ELSE IF USER-INPUT(1:4) = "BUG "
                           OR USER-INPUT(1:5) = "NOTE "
                       PERFORM RECORD-TESTER-FEEDBACK
                   ELSE
                       PERFORM STAGE-UNDO-SNAPSHOT
                       PERFORM CHECK-ACTION-VALIDITY
           PERFORM INITIALIZE-WORLD-TABLE
           SET CHAPTER-ACTIVE TO TRUE

      *    The world is laid OUT afresh FROM the NEW chapter's OWN
      *    PLACE rules - anything left lying uncollected IN the
      *    last chapter is gone; only what the player carries
      *    comes along.
           PERFORM SEED-ITEM-PLACEMENTS

           MOVE 1 TO CURRENT-DIALOGUE-INDEX

      *    UNDO snapshots point INTO the previous chapter's
           IF WS-GAMEOVER-ENTRY > 0
               MOVE WS-GAMEOVER-ENTRY TO WS-DIALOGUE-FETCH-INDEX
               PERFORM FETCH-DIALOGUE-LINE
      *        Filled IN the SAME way EXPLORING-SCENE fills a scene,
      *        while health still reads the zero the run ended ON.
               MOVE WS-DIALOGUE-LINE-TEXT TO WS-SUBST-SOURCE
               PERFORM RESOLVE-TEXT-PLACEHOLDERS
               MOVE WS-SUBST-RESULT TO WS-GAME-OUTPUT-TEXT
               PERFORM DISPLAY-GAME-LINE
           ELSE
      *        A rules FILE without a GAMEOVER entry still gets a
           MOVE 'D' TO WS-CAREER-EVENT
           PERFORM UPDATE-CAREER-RECORD

      *    Checked while health still reads zero - the state the
      *    run actually ended IN.
           MOVE "DEFEAT" TO WS-ACH-OUTCOME
           PERFORM CHECK-ACHIEVEMENTS

           SET GAME-OVER-PENDING TO TRUE
           MOVE PLAYER-HEALTH-MAXIMUM TO WS-PLAYER-HEALTH
           PERFORM AUTOSAVE-CHECKPOINT

           PERFORM FINAL-SCORE-LOGIC.

           MOVE "ENDING" TO WS-ACH-OUTCOME.
           PERFORM CHECK-ACHIEVEMENTS.

           SET GAME-QUIT TO TRUE.
       
       COPY save-file-handling.
       COPY dialogue-access.
       COPY scoring.
       COPY career-record.
       COPY entry-map.
       COPY feedback.
       COPY text-substitution.
       COPY synonyms.
       COPY achievements.
       COPY variants.
       COPY trace-mode.
       COPY journal.
       COPY item-placement.
