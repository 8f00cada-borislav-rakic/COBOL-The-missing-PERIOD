       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOGUE-PREBUILD.

      *The engine plays every story FROM an INDEXED copy kept beside
      *its DIALOGUE FILE (dialogue.txt -> dialogue.dat), AND rebuilds
      *that copy itself whenever the line-0 header no longer matches
      *the source's line count AND content checksum. A rebuild IN a
      *live session costs the player a wait - AND TWO sessions
      *starting ON the SAME stale copy would both rebuild it. This
      *batch runs ahead OF the session window AND settles every
      *copy first: each DIALOGUE FILE listed IN languages.txt, each
      *story variant's FILE FOR those languages (base name plus the
      *variant's suffix FROM variants.txt, WHERE that FILE exists),
      *plus every chapter FILE those stories hand off TO through a
      *CHAPTER sentinel, is measured AND compared against its
      *INDEXED copy's header.
      *
      *Mode B (the default) rebuilds every missing OR stale copy;
      *mode V only verifies AND changes nothing. RETURN-CODE is 4
      *IF a verify found a stale copy AND 8 IF a DIALOGUE FILE
      *could NOT be read OR a copy could NOT be written.
      *
      *The header layout AND the checksum are the engine's - see
      *REBUILD-DIALOGUE-INDEX AND ADD-LINE-TO-CHECKSUM there. The
      *two programs must keep them IN step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOGUE-FILE ASSIGN DYNAMIC WS-DIALOGUE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT DIALOGUE-INDEXED-FILE ASSIGN DYNAMIC
                   WS-DIALOGUE-INDEX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-LINE-NUMBER
               FILE STATUS IS WS-DIALOGUE-INDEXED-STATUS.

           SELECT LANGUAGE-MANIFEST-FILE ASSIGN TO 'languages.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT VARIANT-FILE ASSIGN TO 'variants.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD DIALOGUE-INDEXED-FILE
           RECORD CONTAINS 503 CHARACTERS
           DATA RECORD IS DIALOGUE-INDEXED-RECORD.
       01 DIALOGUE-INDEXED-RECORD.
           02 DLG-LINE-NUMBER      PIC 9(3).
           02 DLG-TEXT             PIC X(500).

       FD LANGUAGE-MANIFEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
       01 MANIFEST-RECORD          PIC X(100).

       FD VARIANT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VARIANT-RECORD.
       01 VARIANT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
      *These capacities mirror the engine's OWN single sources OF
      *truth.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 LANGUAGE-TABLE-CAPACITY  VALUE 9.
       78 DIALOGUE-CHECKSUM-MODULUS VALUE 65521.
      *Room FOR every language's chapter ONE plus the chapters they
      *hand off TO.
       78 STORY-FILE-CAPACITY      VALUE 40.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE SPACES.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-DIALOGUE-INDEX-BASE   PIC X(20) VALUE SPACES.
       01 WS-DIALOGUE-INDEX-PATH   PIC X(24) VALUE SPACES.
       01 WS-DIALOGUE-INDEXED-STATUS
                                   PIC X(2) VALUE SPACES.

       01 WS-MANIFEST-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MANIFEST-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-MANIFEST-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-LANGUAGE-COUNT        PIC 9(1) VALUE 0.

      *The variants.txt fields the engine's BUILD-VARIANT-PATH uses
      *- a variant's FILE is a language's base name, the suffix,
      *AND the language FILE's OWN extension.
       01 WS-VARIANT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EOF-VARIANT-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-VARIANT-REACHED           VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-VARIANT-SUFFIX        PIC X(8) VALUE SPACES.
       01 WS-VARIANT-BASE          PIC X(20) VALUE SPACES.
       01 WS-VARIANT-EXTENSION     PIC X(8) VALUE SPACES.
      *How many OF STORY-FILES are the languages' OWN files - the
      *ones a variant suffix is applied TO.
       01 WS-LANGUAGE-FILE-COUNT   PIC 9(2) VALUE 0.
       01 WS-LANGUAGE-FILE-INDEX   PIC 9(2) VALUE 0.

      *Every story FILE still TO settle, IN the order found - the
      *manifest's files first, THEN each chapter FILE AS a scan
      *turns up the CHAPTER sentinel naming it.
       01 STORY-FILES.
           02 STORY-FILE           PIC X(20) VALUE SPACES
                                    OCCURS STORY-FILE-CAPACITY TIMES.
       01 WS-STORY-FILE-COUNT      PIC 9(2) VALUE 0.
       01 WS-STORY-FILE-INDEX      PIC 9(2) VALUE 0.
       01 WS-STORY-SCAN-INDEX      PIC 9(2) VALUE 0.
       01 WS-STORY-FILE-ARG        PIC X(20) VALUE SPACES.
       01 WS-STORY-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 STORY-FILE-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PREV-LINE-TRIMMED     PIC X(20) VALUE SPACES.

       01 WS-MODE-INPUT            PIC X(10) VALUE SPACES.
       01 WS-MODE                  PIC X(1) VALUE 'B'.
           88 MODE-BUILD                    VALUE 'B'.
           88 MODE-VERIFY                   VALUE 'V'.

      *The source's measurements AND what the copy's header claims.
       01 WS-SOURCE-LINE-COUNT     PIC 9(3) VALUE 0.
       01 WS-SOURCE-CHECKSUM       PIC 9(10) VALUE 0.
       01 WS-HEADER-LINE-COUNT     PIC 9(3) VALUE 0.
       01 WS-HEADER-CHECKSUM       PIC 9(10) VALUE 0.
       01 WS-HEADER-PATH           PIC X(20) VALUE SPACES.
       01 WS-INDEX-CURRENT-FLAG    PIC X(1) VALUE 'N'.
           88 INDEX-CURRENT                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SOURCE-READABLE-FLAG  PIC X(1) VALUE 'N'.
           88 SOURCE-READABLE               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-COPY-STATE            PIC X(30) VALUE SPACES.

       01 WS-DIALOGUE-SUM-A        PIC 9(5) VALUE 1.
       01 WS-DIALOGUE-SUM-B        PIC 9(5) VALUE 0.
       01 WS-DIALOGUE-TEXT-LENGTH  PIC 9(3) VALUE 0.
       01 WS-DIALOGUE-CHAR-INDEX   PIC 9(3) VALUE 0.
       01 WS-WRITE-LINE-COUNT      PIC 9(3) VALUE 0.

       01 WS-CURRENT-COUNT         PIC 9(2) VALUE 0.
       01 WS-REBUILT-COUNT         PIC 9(2) VALUE 0.
       01 WS-STALE-COUNT           PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Mode (B=build stale indexes, V=verify only): "
               WITH NO ADVANCING
           ACCEPT WS-MODE-INPUT
           IF WS-MODE-INPUT(1:1) = "V" OR WS-MODE-INPUT(1:1) = "v"
               SET MODE-VERIFY TO TRUE
           ELSE
               SET MODE-BUILD TO TRUE
           END-IF

           PERFORM LOAD-LANGUAGE-MANIFEST

      *    No manifest means the TWO languages the engine's menu
      *    falls back TO.
           IF WS-LANGUAGE-COUNT = 0
               MOVE "dialogue.txt" TO WS-STORY-FILE-ARG
               PERFORM ADD-STORY-FILE
               MOVE "dialogue_es.txt" TO WS-STORY-FILE-ARG
               PERFORM ADD-STORY-FILE
           END-IF

      *    A variant player's FIRST session would otherwise pay FOR
      *    the variant's copy - settle those files too.
           MOVE WS-STORY-FILE-COUNT TO WS-LANGUAGE-FILE-COUNT
           PERFORM LOAD-STORY-VARIANTS

           IF MODE-VERIFY
               DISPLAY "===== DIALOGUE INDEX VERIFY ====="
           ELSE
               DISPLAY "===== DIALOGUE INDEX PREBUILD ====="
           END-IF

      *    The list CAN grow while it is walked - a chapter FILE
      *    found IN ONE story is settled later IN the SAME pass.
           MOVE 1 TO WS-STORY-FILE-INDEX
           PERFORM UNTIL WS-STORY-FILE-INDEX > WS-STORY-FILE-COUNT
               PERFORM PREPARE-ONE-STORY-FILE
               ADD 1 TO WS-STORY-FILE-INDEX
           END-PERFORM

           DISPLAY " "
           DISPLAY "FILES CURRENT: " WS-CURRENT-COUNT
               "  REBUILT: " WS-REBUILT-COUNT
               "  STALE: " WS-STALE-COUNT
               "  FAILED: " WS-FAILED-COUNT

           IF WS-FAILED-COUNT > 0
               DISPLAY "DIALOGUE INDEX PREBUILD FAILED."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STALE-COUNT > 0
                   DISPLAY "STALE DIALOGUE INDEXES FOUND - RUN IN "
                       "MODE B BEFORE THE SESSION WINDOW."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "EVERY DIALOGUE INDEX IS CURRENT."
               END-IF
           END-IF

           STOP RUN.

       LOAD-LANGUAGE-MANIFEST.
      *    The SAME fixed columns SELECT-LANGUAGE reads: 1-5 code,
      *    7-26 display name, 28-47 DIALOGUE FILE; '*' AND blank
      *    lines are comments.
           MOVE 0 TO WS-LANGUAGE-COUNT
           SET EOF-MANIFEST-REACHED TO FALSE

           OPEN INPUT LANGUAGE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL EOF-MANIFEST-REACHED
                   READ LANGUAGE-MANIFEST-FILE
                       AT END
                           SET EOF-MANIFEST-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE LANGUAGE-MANIFEST-FILE
           ELSE
               DISPLAY "NO LANGUAGE MANIFEST (languages.txt) - "
                   "PREPARING THE DEFAULT LANGUAGES."
           END-IF.

       LOAD-ONE-MANIFEST-LINE.
           IF MANIFEST-RECORD(1:1) = "*" OR MANIFEST-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-LANGUAGE-COUNT = LANGUAGE-TABLE-CAPACITY
                   SET EOF-MANIFEST-REACHED TO TRUE
               ELSE
                   IF MANIFEST-RECORD(28:20) NOT = SPACES
                       ADD 1 TO WS-LANGUAGE-COUNT
                       MOVE MANIFEST-RECORD(28:20)
                           TO WS-STORY-FILE-ARG
                       PERFORM ADD-STORY-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-STORY-VARIANTS.
      *    VARIANT lines give a name (cols 10-17) AND a FILE suffix
      *    (cols 19-26). A blank suffix is the shipped story itself,
      *    already listed; a missing variants.txt defines none.
           SET EOF-VARIANT-REACHED TO FALSE

           OPEN INPUT VARIANT-FILE
           IF WS-VARIANT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-VARIANT-REACHED
                   READ VARIANT-FILE
                       AT END
                           SET EOF-VARIANT-REACHED TO TRUE
                       NOT AT END
                           IF VARIANT-RECORD(1:8) = "VARIANT "
                                   AND VARIANT-RECORD(19:8) NOT = SPACES
                               MOVE VARIANT-RECORD(19:8)
                                   TO WS-VARIANT-SUFFIX
                               PERFORM ADD-VARIANT-STORY-FILES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANT-FILE
           END-IF.

       ADD-VARIANT-STORY-FILES.
      *    ONE candidate PER language; a language the variant was
      *    never written FOR simply has no such FILE, AND the
      *    engine plays the standard story there.
           MOVE 1 TO WS-LANGUAGE-FILE-INDEX
           PERFORM UNTIL
                   WS-LANGUAGE-FILE-INDEX > WS-LANGUAGE-FILE-COUNT
               MOVE SPACES TO WS-VARIANT-BASE
               MOVE SPACES TO WS-VARIANT-EXTENSION
               UNSTRING STORY-FILE(WS-LANGUAGE-FILE-INDEX)
                       DELIMITED BY "."
                   INTO WS-VARIANT-BASE WS-VARIANT-EXTENSION
               END-UNSTRING

               MOVE SPACES TO WS-DIALOGUE-FILE-PATH
               STRING FUNCTION TRIM(WS-VARIANT-BASE) DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VARIANT-SUFFIX)
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VARIANT-EXTENSION)
                           DELIMITED BY SIZE
                   INTO WS-DIALOGUE-FILE-PATH
               END-STRING

               OPEN INPUT DIALOGUE-FILE
               IF WS-DIALOGUE-FILE-STATUS = "00"
                   CLOSE DIALOGUE-FILE
                   MOVE WS-DIALOGUE-FILE-PATH TO WS-STORY-FILE-ARG
                   PERFORM ADD-STORY-FILE
               END-IF
               ADD 1 TO WS-LANGUAGE-FILE-INDEX
           END-PERFORM.

       ADD-STORY-FILE.
      *    Adds WS-STORY-FILE-ARG TO the work list unless it is
      *    already there - TWO languages may share a chapter FILE,
      *    AND a chapter may be named BY more than ONE story.
           SET STORY-FILE-FOUND TO FALSE
           MOVE 1 TO WS-STORY-SCAN-INDEX
           PERFORM UNTIL STORY-FILE-FOUND
                   OR WS-STORY-SCAN-INDEX > WS-STORY-FILE-COUNT
               IF STORY-FILE(WS-STORY-SCAN-INDEX) = WS-STORY-FILE-ARG
                   SET STORY-FILE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STORY-SCAN-INDEX
               END-IF
           END-PERFORM

           IF NOT STORY-FILE-FOUND
               IF WS-STORY-FILE-COUNT = STORY-FILE-CAPACITY
                   DISPLAY "MORE THAN " STORY-FILE-CAPACITY
                       " STORY FILES - "
                       FUNCTION TRIM(WS-STORY-FILE-ARG)
                       " IS NOT PREPARED."
               ELSE
                   ADD 1 TO WS-STORY-FILE-COUNT
                   MOVE WS-STORY-FILE-ARG
                       TO STORY-FILE(WS-STORY-FILE-COUNT)
               END-IF
           END-IF.

       PREPARE-ONE-STORY-FILE.
      *    Measures ONE DIALOGUE FILE, reads its INDEXED copy's
      *    header, AND either reports the copy current OR - IN
      *    build mode - writes it afresh.
           MOVE STORY-FILE(WS-STORY-FILE-INDEX) TO WS-DIALOGUE-FILE-PATH

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

           PERFORM MEASURE-DIALOGUE-SOURCE

           IF NOT SOURCE-READABLE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                   ": UNABLE TO OPEN (STATUS " WS-DIALOGUE-FILE-STATUS
                   ") - NO INDEX PREPARED."
           ELSE
               PERFORM READ-INDEX-HEADER
               IF INDEX-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
                   DISPLAY FUNCTION TRIM(WS-DIALOGUE-FILE-PATH) " -> "
                       FUNCTION TRIM(WS-DIALOGUE-INDEX-PATH) ": "
                       WS-SOURCE-LINE-COUNT " LINES, CHECKSUM "
                       WS-SOURCE-CHECKSUM " - CURRENT"
               ELSE
                   IF MODE-VERIFY
                       ADD 1 TO WS-STALE-COUNT
                       DISPLAY FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                           " -> " FUNCTION TRIM(WS-DIALOGUE-INDEX-PATH)
                           ": " FUNCTION TRIM(WS-COPY-STATE)
                   ELSE
                       PERFORM REBUILD-DIALOGUE-INDEX
                   END-IF
               END-IF
           END-IF.

       MEASURE-DIALOGUE-SOURCE.
      *    Counts AND sums the source the way the engine's OWN
      *    MEASURE-DIALOGUE-SOURCE does, AND notes the FILE named
      *    after any CHAPTER sentinel line FOR a later turn.
           MOVE 0 TO WS-SOURCE-LINE-COUNT
           MOVE 1 TO WS-DIALOGUE-SUM-A
           MOVE 0 TO WS-DIALOGUE-SUM-B
           MOVE SPACES TO WS-PREV-LINE-TRIMMED
           SET EOF-DIALOGUE-REACHED TO FALSE
           SET SOURCE-READABLE TO FALSE

           OPEN INPUT DIALOGUE-FILE
           IF WS-DIALOGUE-FILE-STATUS = "00"
               SET SOURCE-READABLE TO TRUE
               PERFORM UNTIL EOF-DIALOGUE-REACHED
                   READ DIALOGUE-FILE
                       AT END
                           SET EOF-DIALOGUE-REACHED TO TRUE
                       NOT AT END
                           IF WS-SOURCE-LINE-COUNT
                                   = DIALOGUE-TABLE-CAPACITY
                               SET EOF-DIALOGUE-REACHED TO TRUE
                           ELSE
                               ADD 1 TO WS-SOURCE-LINE-COUNT
                               PERFORM ADD-LINE-TO-CHECKSUM
                               PERFORM NOTE-CHAPTER-HANDOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIALOGUE-FILE
           END-IF

           COMPUTE WS-SOURCE-CHECKSUM
               = WS-DIALOGUE-SUM-B * 65536 + WS-DIALOGUE-SUM-A.

       ADD-LINE-TO-CHECKSUM.
      *    Every character up TO the last non-blank, THEN a line
      *    break - exactly the engine's sum.
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

       NOTE-CHAPTER-HANDOFF.
      *    The line after a CHAPTER control word names the NEXT
      *    chapter's DIALOGUE FILE, the way CHAPTER-TRANSITION reads
      *    it OFF ACTION(2).
           IF WS-PREV-LINE-TRIMMED = "CHAPTER"
                   AND DIALOGUE-RECORD NOT = SPACES
               MOVE FUNCTION TRIM(DIALOGUE-RECORD) TO WS-STORY-FILE-ARG
               PERFORM ADD-STORY-FILE
           END-IF
           MOVE FUNCTION TRIM(DIALOGUE-RECORD) TO WS-PREV-LINE-TRIMMED.

       READ-INDEX-HEADER.
      *    The line-0 header: source FILE AT 1-20, line count AT
      *    21-23, checksum AT 24-33. A copy that is missing, names
      *    another FILE, OR predates checksums is stale.
           SET INDEX-CURRENT TO FALSE
           MOVE "NO INDEX YET" TO WS-COPY-STATE

           OPEN INPUT DIALOGUE-INDEXED-FILE
           IF WS-DIALOGUE-INDEXED-STATUS = "00"
               MOVE "NO HEADER RECORD" TO WS-COPY-STATE
               MOVE 0 TO DLG-LINE-NUMBER
               READ DIALOGUE-INDEXED-FILE
                   NOT INVALID KEY
                       PERFORM CHECK-INDEX-HEADER
               END-READ
               CLOSE DIALOGUE-INDEXED-FILE
           END-IF.

       CHECK-INDEX-HEADER.
           MOVE DLG-TEXT(1:20) TO WS-HEADER-PATH
           EVALUATE TRUE
               WHEN WS-HEADER-PATH NOT = WS-DIALOGUE-FILE-PATH
                   MOVE "BUILT FROM ANOTHER FILE" TO WS-COPY-STATE
               WHEN DLG-TEXT(21:3) NOT NUMERIC
                       OR DLG-TEXT(24:10) NOT NUMERIC
                   MOVE "HEADER PREDATES CHECKSUMS" TO WS-COPY-STATE
               WHEN OTHER
                   MOVE DLG-TEXT(21:3) TO WS-HEADER-LINE-COUNT
                   MOVE DLG-TEXT(24:10) TO WS-HEADER-CHECKSUM
                   IF WS-HEADER-LINE-COUNT = WS-SOURCE-LINE-COUNT
                           AND WS-HEADER-CHECKSUM = WS-SOURCE-CHECKSUM
                       SET INDEX-CURRENT TO TRUE
                   ELSE
                       MOVE "SOURCE EDITED SINCE LAST BUILD"
                           TO WS-COPY-STATE
                   END-IF
           END-EVALUATE.

       REBUILD-DIALOGUE-INDEX.
      *    The engine's rebuild, record FOR record: ONE keyed record
      *    PER source line AND the line-0 header last.
           MOVE 0 TO WS-WRITE-LINE-COUNT
           SET EOF-DIALOGUE-REACHED TO FALSE

           OPEN OUTPUT DIALOGUE-INDEXED-FILE
           IF WS-DIALOGUE-INDEXED-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY FUNCTION TRIM(WS-DIALOGUE-FILE-PATH) " -> "
                   FUNCTION TRIM(WS-DIALOGUE-INDEX-PATH)
                   ": UNABLE TO CREATE (STATUS "
                   WS-DIALOGUE-INDEXED-STATUS ")."
           ELSE
               OPEN INPUT DIALOGUE-FILE
               PERFORM UNTIL EOF-DIALOGUE-REACHED
                   READ DIALOGUE-FILE
                       AT END
                           SET EOF-DIALOGUE-REACHED TO TRUE
                       NOT AT END
                           IF WS-WRITE-LINE-COUNT
                                   = DIALOGUE-TABLE-CAPACITY
                               SET EOF-DIALOGUE-REACHED TO TRUE
                           ELSE
                               ADD 1 TO WS-WRITE-LINE-COUNT
                               MOVE WS-WRITE-LINE-COUNT
                                   TO DLG-LINE-NUMBER
                               MOVE DIALOGUE-RECORD TO DLG-TEXT
                               WRITE DIALOGUE-INDEXED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIALOGUE-FILE

               MOVE SPACES TO DLG-TEXT
               MOVE WS-DIALOGUE-FILE-PATH TO DLG-TEXT(1:20)
               MOVE WS-WRITE-LINE-COUNT TO DLG-TEXT(21:3)
               MOVE WS-SOURCE-CHECKSUM TO DLG-TEXT(24:10)
               MOVE 0 TO DLG-LINE-NUMBER
               WRITE DIALOGUE-INDEXED-RECORD
               CLOSE DIALOGUE-INDEXED-FILE

               ADD 1 TO WS-REBUILT-COUNT
               DISPLAY FUNCTION TRIM(WS-DIALOGUE-FILE-PATH) " -> "
                   FUNCTION TRIM(WS-DIALOGUE-INDEX-PATH) ": "
                   WS-WRITE-LINE-COUNT " LINES, CHECKSUM "
                   WS-SOURCE-CHECKSUM " - REBUILT ("
                   FUNCTION TRIM(WS-COPY-STATE) ")"
           END-IF.
