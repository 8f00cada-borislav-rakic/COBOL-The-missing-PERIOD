       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORY-PROOF.

      *The proof book. Editors AND translators review the story
      *across three files IN three fixed-column layouts - the
      *DIALOGUE FILE, its .rul rules AND its .hnt hints - AND were
      *counting lines BY hand TO see which rule OR hint belongs TO
      *which scene. This batch prints ONE listing PER language WITH
      *everything about an entry IN ONE place:
      *  - the entry number AND its scene text, wrapped;
      *  - each action WITH its destination, AND its directive
      *    spelled out - the item it takes OR gives up, the item it
      *    needs, a skill CHECK's odds;
      *  - the rules that fire ON the entry, IN words;
      *  - the entry's hints IN the order HINT serves them.
      *Rules that hang ON the turn clock rather than ON ONE entry
      *are listed once, ahead OF the entries. The book is paged
      *WITH a heading ON every page AND ends WITH an index OF
      *entries AND the pages they start ON.
      *
      *Languages are chosen BY their languages.txt code. Naming a
      *second language prints the two side BY side, entry FOR
      *entry - the localization contract keeps the line numbers
      *identical - so a translator proofs the Spanish entry right
      *next TO the English ONE. Each side shows its OWN FILE's
      *text, actions, rules AND hints. Without a manifest the
      *book is printed FOR ONE DIALOGUE FILE named AT the PROMPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.
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

           SELECT HINT-FILE ASSIGN DYNAMIC WS-HINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HINT-FILE-STATUS.

      *    The SAME manifest SELECT-LANGUAGE builds its menu FROM.
           SELECT LANGUAGE-MANIFEST-FILE ASSIGN TO 'languages.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT PROOF-FILE ASSIGN DYNAMIC WS-PROOF-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.

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

       FD HINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HINT-RECORD.
       01 HINT-RECORD              PIC X(100).

       FD LANGUAGE-MANIFEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
       01 MANIFEST-RECORD          PIC X(100).

       FD PROOF-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PROOF-RECORD.
       01 PROOF-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
      *These capacities mirror the engine's OWN single sources OF
      *truth - a story that plays fits here.
       78 DIALOGUE-TABLE-CAPACITY  VALUE 500.
       78 RULE-TABLE-CAPACITY      VALUE 50.
       78 HINT-TABLE-CAPACITY      VALUE 100.
       78 LANGUAGE-TABLE-CAPACITY  VALUE 9.
      *Lines printed ON a page, heading included, AND the most
      *lines ONE section OF ONE entry may run TO.
       78 PROOF-PAGE-LINES         VALUE 60.
       78 COLUMN-LINE-CAPACITY     VALUE 100.
      *Column widths: ONE language across the page, OR two side
      *BY side on a 132-column listing.
       78 SINGLE-COLUMN-WIDTH      VALUE 76.
       78 PAIRED-COLUMN-WIDTH      VALUE 60.

       01 WS-DIALOGUE-FILE-PATH    PIC X(20) VALUE SPACES.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-RULES-FILE-PATH       PIC X(24) VALUE SPACES.
       01 WS-RULES-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-RULES-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-RULES-REACHED             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-HINT-FILE-PATH        PIC X(24) VALUE SPACES.
       01 WS-HINT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-EOF-HINT-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-HINT-REACHED              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01 WS-MANIFEST-STATUS       PIC X(2) VALUE SPACES.
       01 WS-EOF-MANIFEST-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-MANIFEST-REACHED          VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PROOF-FILE-PATH       PIC X(40) VALUE SPACES.
       01 WS-PROOF-FILE-STATUS     PIC X(2) VALUE SPACES.

       01 LANGUAGE-TABLE.
           02 LANGUAGE-ENTRY       OCCURS LANGUAGE-TABLE-CAPACITY
                                    TIMES.
               03 LANGUAGE-CODE    PIC X(5) VALUE SPACES.
               03 LANGUAGE-NAME    PIC X(20) VALUE SPACES.
               03 LANGUAGE-FILE    PIC X(20) VALUE SPACES.
       01 WS-LANGUAGE-COUNT        PIC 9(1) VALUE 0.
       01 WS-LANGUAGE-SCAN-INDEX   PIC 9(1) VALUE 0.
       01 WS-LANGUAGE-CHOICE       PIC X(5) VALUE SPACES.
       01 WS-SECOND-CHOICE         PIC X(5) VALUE SPACES.

      *The book's languages - side 1 always, side 2 only FOR a
      *side-BY-side book - AND everything read FOR each.
       01 WS-SIDE-COUNT            PIC 9(1) VALUE 1.
       01 WS-SIDE                  PIC 9(1) VALUE 1.
       01 BOOK-LANGUAGES.
           02 BOOK-LANGUAGE        OCCURS 2 TIMES.
               03 BOOK-NAME        PIC X(20) VALUE SPACES.
               03 BOOK-FILE        PIC X(20) VALUE SPACES.
               03 BOOK-LINE-COUNT  PIC 9(3) VALUE 0.
               03 BOOK-RULE-COUNT  PIC 9(3) VALUE 0.
               03 BOOK-HINT-COUNT  PIC 9(3) VALUE 0.
       01 BOOK-STORIES.
           02 BOOK-STORY           OCCURS 2 TIMES.
               03 BOOK-LINE        PIC X(500)
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 BOOK-MARKS.
           02 BOOK-MARK-SET        OCCURS 2 TIMES.
               03 BOOK-MARK        OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
                   04 MARK-ENTRY-START
                                   PIC X(1) VALUE 'N'.
                   04 MARK-CREDITS PIC X(1) VALUE 'N'.
       01 BOOK-RULES.
           02 BOOK-RULE-SET        OCCURS 2 TIMES.
               03 BOOK-RULE        PIC X(83)
                                    OCCURS RULE-TABLE-CAPACITY TIMES.
       01 BOOK-HINTS.
           02 BOOK-HINT-SET        OCCURS 2 TIMES.
               03 BOOK-HINT        OCCURS HINT-TABLE-CAPACITY TIMES.
                   04 HINT-ENTRY-NUMBER
                                   PIC 9(3) VALUE 0.
                   04 HINT-TEXT    PIC X(80) VALUE SPACES.

      *The page each entry starts ON, FOR the index.
       01 ENTRY-PAGES.
           02 ENTRY-PAGE           PIC 9(3) VALUE 0
                                    OCCURS DIALOGUE-TABLE-CAPACITY
                                    TIMES.
       01 WS-ENTRY                 PIC 9(3) VALUE 0.
       01 WS-ENTRY-COUNT           PIC 9(3) VALUE 0.
       01 WS-PREVIOUS-ENTRY        PIC 9(3) VALUE 0.
       01 WS-LINE-INDEX            PIC 9(3) VALUE 0.
       01 WS-RULE-INDEX            PIC 9(3) VALUE 0.
       01 WS-HINT-INDEX            PIC 9(3) VALUE 0.
       01 WS-HINT-NUMBER           PIC 9(2) VALUE 0.
       01 WS-HINT-NUMBER-EDIT      PIC Z9.

      *ONE section OF ONE entry, laid out per side before it is
      *printed, so the two languages' sections start ON the SAME
      *row.
       01 PROOF-COLUMNS.
           02 PROOF-COLUMN         OCCURS 2 TIMES.
               03 COLUMN-LINE      PIC X(76)
                                    OCCURS COLUMN-LINE-CAPACITY TIMES.
       01 COLUMN-LINE-COUNTS.
           02 COLUMN-LINE-COUNT    PIC 9(3) VALUE 0 OCCURS 2 TIMES.
       01 WS-COLUMN-WIDTH          PIC 9(3) VALUE 76.
       01 WS-ROW-COUNT             PIC 9(3) VALUE 0.
       01 WS-ROW-INDEX             PIC 9(3) VALUE 0.
       01 WS-SECTION-KIND          PIC X(1) VALUE 'S'.
           88 SCENE-SECTION                 VALUE 'S'.
           88 ACTION-SECTION                VALUE 'A'.
           88 RULE-SECTION                  VALUE 'R'.
           88 HINT-SECTION                  VALUE 'H'.
           88 CLOCK-SECTION                 VALUE 'C'.

      *Wrapping ONE item INTO the current side's column - broken AT
      *the last blank that fits, the way DISPLAY-GAME-LINE breaks
      *the player's screen, first line AND continuation lines
      *indented separately.
       01 WS-ITEM-TEXT             PIC X(700) VALUE SPACES.
       01 WS-ITEM-POINTER          PIC 9(3) VALUE 1.
       01 WS-FIRST-INDENT          PIC 9(2) VALUE 0.
       01 WS-NEXT-INDENT           PIC 9(2) VALUE 0.
       01 WS-WRAP-INDENT           PIC 9(2) VALUE 0.
       01 WS-WRAP-TOTAL-LENGTH     PIC 9(3) VALUE 0.
       01 WS-WRAP-START            PIC 9(3) VALUE 0.
       01 WS-WRAP-AVAILABLE        PIC 9(3) VALUE 0.
       01 WS-WRAP-REMAINING        PIC 9(3) VALUE 0.
       01 WS-WRAP-SCAN-POS         PIC 9(3) VALUE 0.
       01 WS-WRAP-SEGMENT-LENGTH   PIC 9(3) VALUE 0.
       01 WS-WRAP-ADVANCE          PIC 9(3) VALUE 0.
       01 WS-WRAP-BREAK-FLAG       PIC X(1) VALUE 'N'.
           88 WRAP-BREAK-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-COLUMN-TEXT           PIC X(76) VALUE SPACES.

      *Walking ONE entry's action block.
       01 WS-WORK-LINE             PIC X(500) VALUE SPACES.
       01 WS-ACTION-LABEL          PIC X(500) VALUE SPACES.
       01 WS-ACTION-DEST-TEXT      PIC X(30) VALUE SPACES.
       01 WS-ACTION-EXTRA-TEXT     PIC X(30) VALUE SPACES.
       01 WS-ACTION-EXTRA-2-TEXT   PIC X(30) VALUE SPACES.
       01 WS-BLOCK-INDEX           PIC 9(3) VALUE 0.
       01 WS-BLOCK-DONE-FLAG       PIC X(1) VALUE 'N'.
           88 BLOCK-DONE                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACTIONS-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 ACTIONS-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Putting ONE rule OR directive INTO words.
       01 WS-RULE-TEXT             PIC X(83) VALUE SPACES.
       01 WS-AMOUNT-TEXT           PIC X(3) VALUE SPACES.
       01 WS-AMOUNT-NUMBER         PIC 9(3) VALUE 0.
       01 WS-AMOUNT-EDIT           PIC ZZ9.
       01 WS-REQ-TEXT              PIC X(20) VALUE SPACES.
       01 WS-REQ-PHRASE            PIC X(60) VALUE SPACES.
       01 WS-REQ-PREFIX            PIC X(4) VALUE SPACES.
       01 WS-REQ-NAME              PIC X(20) VALUE SPACES.
       01 WS-REQ-MIN-TEXT          PIC X(5) VALUE SPACES.
       01 WS-REQ-COUNT             PIC 9(1) VALUE 0.
       01 WS-DIRECTIVE-PHRASE      PIC X(60) VALUE SPACES.

      *The page being printed.
       01 WS-PRINT-LINE            PIC X(132) VALUE SPACES.
       01 WS-PAGE-NUMBER           PIC 9(3) VALUE 0.
       01 WS-PAGE-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RIGHT-EDGE            PIC 9(3) VALUE 78.
       01 WS-RIGHT-START           PIC 9(3) VALUE 0.
       01 WS-HEADING-TITLE         PIC X(60) VALUE SPACES.
       01 WS-HEADING-FILES         PIC X(60) VALUE SPACES.
       01 WS-PRINT-DATE            PIC X(10) VALUE SPACES.
       01 WS-TODAY                 PIC X(8) VALUE SPACES.
       01 WS-RULER                 PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHOOSE-BOOK-LANGUAGES

           DISPLAY "Proof book file (blank for proof.lst): "
               WITH NO ADVANCING
           ACCEPT WS-PROOF-FILE-PATH
           IF WS-PROOF-FILE-PATH = SPACES
               MOVE "proof.lst" TO WS-PROOF-FILE-PATH
           END-IF

           PERFORM VARYING WS-SIDE FROM 1 BY 1
                   UNTIL WS-SIDE > WS-SIDE-COUNT
               PERFORM LOAD-BOOK-LANGUAGE
           END-PERFORM

           PERFORM START-PROOF-BOOK
           PERFORM PRINT-CLOCK-RULES

           PERFORM VARYING WS-ENTRY FROM 1 BY 1
                   UNTIL WS-ENTRY > BOOK-LINE-COUNT(1)
               IF MARK-ENTRY-START(1, WS-ENTRY) = 'Y'
                   PERFORM PRINT-ONE-ENTRY
               END-IF
           END-PERFORM

           PERFORM PRINT-ENTRY-INDEX
           CLOSE PROOF-FILE

           DISPLAY "PROOF BOOK WRITTEN TO "
               FUNCTION TRIM(WS-PROOF-FILE-PATH) ": "
               WS-ENTRY-COUNT " ENTRIES ON " WS-PAGE-NUMBER " PAGES."

           STOP RUN.

       CHOOSE-BOOK-LANGUAGES.
           PERFORM LOAD-LANGUAGE-MANIFEST

           IF WS-LANGUAGE-COUNT = 0
               DISPLAY "Dialogue file (blank for dialogue.txt): "
                   WITH NO ADVANCING
               ACCEPT BOOK-FILE(1)
               IF BOOK-FILE(1) = SPACES
                   MOVE "dialogue.txt" TO BOOK-FILE(1)
               END-IF
               MOVE BOOK-FILE(1) TO BOOK-NAME(1)
               MOVE 1 TO WS-SIDE-COUNT
           ELSE
               DISPLAY "Language code (blank for "
                   FUNCTION TRIM(LANGUAGE-CODE(1)) "): "
                   WITH NO ADVANCING
               ACCEPT WS-LANGUAGE-CHOICE
               DISPLAY "Second language code for a side-by-side "
                   "book (blank for none): " WITH NO ADVANCING
               ACCEPT WS-SECOND-CHOICE

               IF WS-LANGUAGE-CHOICE = SPACES
                   MOVE LANGUAGE-CODE(1) TO WS-LANGUAGE-CHOICE
               END-IF
               MOVE 1 TO WS-SIDE
               PERFORM FIND-CHOSEN-LANGUAGE

               MOVE 1 TO WS-SIDE-COUNT
               IF WS-SECOND-CHOICE NOT = SPACES
                   MOVE WS-SECOND-CHOICE TO WS-LANGUAGE-CHOICE
                   MOVE 2 TO WS-SIDE
                   PERFORM FIND-CHOSEN-LANGUAGE
                   MOVE 2 TO WS-SIDE-COUNT
               END-IF
           END-IF

           IF WS-SIDE-COUNT = 2
               MOVE PAIRED-COLUMN-WIDTH TO WS-COLUMN-WIDTH
               COMPUTE WS-RIGHT-EDGE = 2 + PAIRED-COLUMN-WIDTH * 2 + 3
               COMPUTE WS-RIGHT-START = 2 + PAIRED-COLUMN-WIDTH + 4
           ELSE
               MOVE SINGLE-COLUMN-WIDTH TO WS-COLUMN-WIDTH
               COMPUTE WS-RIGHT-EDGE = 2 + SINGLE-COLUMN-WIDTH
           END-IF.

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
                   "PRINTING A SINGLE FILE."
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
                       MOVE MANIFEST-RECORD(1:5)
                           TO LANGUAGE-CODE(WS-LANGUAGE-COUNT)
                       MOVE MANIFEST-RECORD(7:20)
                           TO LANGUAGE-NAME(WS-LANGUAGE-COUNT)
                       MOVE MANIFEST-RECORD(28:20)
                           TO LANGUAGE-FILE(WS-LANGUAGE-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-CHOSEN-LANGUAGE.
           MOVE FUNCTION UPPER-CASE(WS-LANGUAGE-CHOICE)
               TO WS-LANGUAGE-CHOICE
           MOVE SPACES TO BOOK-FILE(WS-SIDE)
           PERFORM VARYING WS-LANGUAGE-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-LANGUAGE-SCAN-INDEX > WS-LANGUAGE-COUNT
               IF LANGUAGE-CODE(WS-LANGUAGE-SCAN-INDEX)
                       = WS-LANGUAGE-CHOICE
                   MOVE LANGUAGE-NAME(WS-LANGUAGE-SCAN-INDEX)
                       TO BOOK-NAME(WS-SIDE)
                   MOVE LANGUAGE-FILE(WS-LANGUAGE-SCAN-INDEX)
                       TO BOOK-FILE(WS-SIDE)
               END-IF
           END-PERFORM

           IF BOOK-FILE(WS-SIDE) = SPACES
               DISPLAY "LANGUAGE " FUNCTION TRIM(WS-LANGUAGE-CHOICE)
                   " IS NOT IN languages.txt - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BOOK-LANGUAGE.
      *    The DIALOGUE FILE, THEN the .rul AND .hnt files that
      *    share its base name.
           MOVE BOOK-FILE(WS-SIDE) TO WS-DIALOGUE-FILE-PATH
           MOVE SPACES TO WS-BASE-NAME
           UNSTRING WS-DIALOGUE-FILE-PATH DELIMITED BY "."
               INTO WS-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-RULES-FILE-PATH
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                   ".rul" DELIMITED BY SIZE
               INTO WS-RULES-FILE-PATH
           END-STRING
           MOVE SPACES TO WS-HINT-FILE-PATH
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                   ".hnt" DELIMITED BY SIZE
               INTO WS-HINT-FILE-PATH
           END-STRING

           PERFORM LOAD-STORY-LINES
           PERFORM MARK-ENTRY-STARTS
           PERFORM LOAD-RULE-LINES
           PERFORM LOAD-HINT-LINES.

       LOAD-STORY-LINES.
           MOVE 0 TO BOOK-LINE-COUNT(WS-SIDE)
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
                       IF BOOK-LINE-COUNT(WS-SIDE)
                               = DIALOGUE-TABLE-CAPACITY
                           DISPLAY "FILE "
                               FUNCTION TRIM(WS-DIALOGUE-FILE-PATH)
                               " HOLDS MORE THAN "
                               DIALOGUE-TABLE-CAPACITY
                               " LINES - EXTRA LINES IGNORED."
                           SET EOF-DIALOGUE-REACHED TO TRUE
                       ELSE
                           ADD 1 TO BOOK-LINE-COUNT(WS-SIDE)
                           MOVE DIALOGUE-RECORD TO BOOK-LINE(WS-SIDE,
                               BOOK-LINE-COUNT(WS-SIDE))
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DIALOGUE-FILE.

       MARK-ENTRY-STARTS.
      *    An entry starts ON line 1 AND after every END-ACTIONS OR
      *    END-OF-CREDITS line - the SAME layout the engine walks.
      *    The entry an END-OF-CREDITS line closes is the credits
      *    scroll.
           MOVE 0 TO WS-PREVIOUS-ENTRY
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > BOOK-LINE-COUNT(WS-SIDE)
               IF WS-LINE-INDEX = 1
                   MOVE 'Y' TO MARK-ENTRY-START(WS-SIDE, 1)
               ELSE
                   IF BOOK-LINE(WS-SIDE, WS-LINE-INDEX - 1)
                           = "END-ACTIONS"
                       OR BOOK-LINE(WS-SIDE, WS-LINE-INDEX - 1)
                           = "END-OF-CREDITS"
                       MOVE 'Y'
                           TO MARK-ENTRY-START(WS-SIDE, WS-LINE-INDEX)
                   END-IF
               END-IF
               IF MARK-ENTRY-START(WS-SIDE, WS-LINE-INDEX) = 'Y'
                   MOVE WS-LINE-INDEX TO WS-PREVIOUS-ENTRY
               END-IF
               IF BOOK-LINE(WS-SIDE, WS-LINE-INDEX) = "END-OF-CREDITS"
                       AND WS-PREVIOUS-ENTRY > 0
                   MOVE 'Y' TO MARK-CREDITS(WS-SIDE, WS-PREVIOUS-ENTRY)
               END-IF
           END-PERFORM.

       LOAD-RULE-LINES.
      *    A language WITHOUT a rules FILE has no rules - the SAME
      *    reading the engine gives it.
           MOVE 0 TO BOOK-RULE-COUNT(WS-SIDE)
           SET EOF-RULES-REACHED TO FALSE
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
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
               IF BOOK-RULE-COUNT(WS-SIDE) = RULE-TABLE-CAPACITY
                   DISPLAY "RULES FILE "
                       FUNCTION TRIM(WS-RULES-FILE-PATH)
                       " HOLDS MORE THAN " RULE-TABLE-CAPACITY
                       " RULES - EXTRA RULES ARE NOT PRINTED."
                   SET EOF-RULES-REACHED TO TRUE
               ELSE
                   ADD 1 TO BOOK-RULE-COUNT(WS-SIDE)
                   MOVE RULES-RECORD(1:83) TO BOOK-RULE(WS-SIDE,
                       BOOK-RULE-COUNT(WS-SIDE))
               END-IF
           END-IF.

       LOAD-HINT-LINES.
      *    Fixed columns AS LOAD-HINT-LINES reads them IN the
      *    engine: 1-3 the entry, 5 onward the hint; a scene's
      *    hints are served IN FILE order.
           MOVE 0 TO BOOK-HINT-COUNT(WS-SIDE)
           SET EOF-HINT-REACHED TO FALSE
           OPEN INPUT HINT-FILE
           IF WS-HINT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-HINT-REACHED
                   READ HINT-FILE
                       AT END
                           SET EOF-HINT-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-HINT-LINE
                   END-READ
               END-PERFORM
               CLOSE HINT-FILE
           END-IF.

       STORE-HINT-LINE.
           IF HINT-RECORD(1:1) = "*" OR HINT-RECORD = SPACES
               CONTINUE
           ELSE
               IF BOOK-HINT-COUNT(WS-SIDE) = HINT-TABLE-CAPACITY
                   DISPLAY "HINT FILE "
                       FUNCTION TRIM(WS-HINT-FILE-PATH)
                       " HOLDS MORE THAN " HINT-TABLE-CAPACITY
                       " HINTS - EXTRA HINTS ARE NOT PRINTED."
                   SET EOF-HINT-REACHED TO TRUE
               ELSE
                   IF HINT-RECORD(1:3) NOT NUMERIC
                       DISPLAY "MALFORMED HINT LINE SKIPPED: "
                           FUNCTION TRIM(HINT-RECORD)
                   ELSE
                       ADD 1 TO BOOK-HINT-COUNT(WS-SIDE)
                       MOVE HINT-RECORD(1:3)
                           TO HINT-ENTRY-NUMBER(WS-SIDE,
                               BOOK-HINT-COUNT(WS-SIDE))
                       MOVE HINT-RECORD(5:80)
                           TO HINT-TEXT(WS-SIDE,
                               BOOK-HINT-COUNT(WS-SIDE))
                   END-IF
               END-IF
           END-IF.

       START-PROOF-BOOK.
           OPEN OUTPUT PROOF-FILE
           IF WS-PROOF-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE "
                   FUNCTION TRIM(WS-PROOF-FILE-PATH)
                   " (STATUS " WS-PROOF-FILE-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                   DELIMITED BY SIZE
               INTO WS-PRINT-DATE
           END-STRING

           MOVE SPACES TO WS-HEADING-TITLE
           MOVE SPACES TO WS-HEADING-FILES
           IF WS-SIDE-COUNT = 2
               STRING "STORY PROOF BOOK - " DELIMITED BY SIZE
                       FUNCTION TRIM(BOOK-NAME(1)) DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       FUNCTION TRIM(BOOK-NAME(2)) DELIMITED BY SIZE
                   INTO WS-HEADING-TITLE
               END-STRING
               STRING FUNCTION TRIM(BOOK-FILE(1)) DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       FUNCTION TRIM(BOOK-FILE(2)) DELIMITED BY SIZE
                   INTO WS-HEADING-FILES
               END-STRING
           ELSE
               STRING "STORY PROOF BOOK - " DELIMITED BY SIZE
                       FUNCTION TRIM(BOOK-NAME(1)) DELIMITED BY SIZE
                   INTO WS-HEADING-TITLE
               END-STRING
               MOVE BOOK-FILE(1) TO WS-HEADING-FILES
           END-IF

      *    A full page forces the heading before the first line.
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE PROOF-PAGE-LINES TO WS-PAGE-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER

           MOVE SPACES TO PROOF-RECORD
           MOVE WS-HEADING-TITLE TO PROOF-RECORD
           MOVE "PAGE" TO PROOF-RECORD(WS-RIGHT-EDGE - 7:4)
           MOVE WS-PAGE-NUMBER TO PROOF-RECORD(WS-RIGHT-EDGE - 2:3)
           WRITE PROOF-RECORD AFTER ADVANCING TOP-OF-PAGE

           MOVE SPACES TO PROOF-RECORD
           MOVE WS-HEADING-FILES TO PROOF-RECORD
           MOVE WS-PRINT-DATE TO PROOF-RECORD(WS-RIGHT-EDGE - 9:10)
           WRITE PROOF-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-RECORD
           MOVE WS-RULER(1:WS-RIGHT-EDGE) TO PROOF-RECORD
           WRITE PROOF-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD AFTER ADVANCING 1 LINE

           MOVE 4 TO WS-PAGE-LINE-COUNT.

       PRINT-PROOF-LINE.
      *    Every body line comes through here, so a page that fills
      *    up gets its heading before the NEXT line.
           IF WS-PAGE-LINE-COUNT >= PROOF-PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO PROOF-RECORD
           WRITE PROOF-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-PAGE-LINE-COUNT.

       PRINT-CLOCK-RULES.
      *    TIMEGATE AND TIMEDRIP rules watch the move count, NOT an
      *    entry - they fire wherever the player happens TO be, so
      *    they are printed once, ahead OF the entries.
           SET CLOCK-SECTION TO TRUE
           PERFORM BUILD-SECTION-BOTH-SIDES
           IF WS-ROW-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "RULES ON THE TURN CLOCK" TO WS-PRINT-LINE
               PERFORM PRINT-PROOF-LINE
               PERFORM PRINT-SECTION-ROWS
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-PROOF-LINE
           END-IF.

       PRINT-ONE-ENTRY.
      *    An entry starting near the foot OF a page starts a NEW
      *    ONE instead, so its number AND opening lines stay
      *    together.
           IF WS-PAGE-LINE-COUNT > PROOF-PAGE-LINES - 8
               MOVE PROOF-PAGE-LINES TO WS-PAGE-LINE-COUNT
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTRY " DELIMITED BY SIZE
                   WS-ENTRY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RULER(1:WS-RIGHT-EDGE - 10) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PROOF-LINE
           MOVE WS-PAGE-NUMBER TO ENTRY-PAGE(WS-ENTRY)

           SET SCENE-SECTION TO TRUE
           PERFORM BUILD-SECTION-BOTH-SIDES
           PERFORM PRINT-SECTION-ROWS

           SET ACTION-SECTION TO TRUE
           PERFORM BUILD-SECTION-BOTH-SIDES
           PERFORM PRINT-SECTION-ROWS

           SET RULE-SECTION TO TRUE
           PERFORM BUILD-SECTION-BOTH-SIDES
           PERFORM PRINT-SECTION-ROWS

           SET HINT-SECTION TO TRUE
           PERFORM BUILD-SECTION-BOTH-SIDES
           PERFORM PRINT-SECTION-ROWS

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-PROOF-LINE.

       BUILD-SECTION-BOTH-SIDES.
      *    Lays the current section out FOR every side; the taller
      *    side decides how many rows it prints ON.
           MOVE 0 TO WS-ROW-COUNT
           PERFORM VARYING WS-SIDE FROM 1 BY 1
                   UNTIL WS-SIDE > WS-SIDE-COUNT
               MOVE 0 TO COLUMN-LINE-COUNT(WS-SIDE)
               EVALUATE TRUE
                   WHEN SCENE-SECTION
                       PERFORM BUILD-SCENE-COLUMN
                   WHEN ACTION-SECTION
                       PERFORM BUILD-ACTION-COLUMN
                   WHEN RULE-SECTION
                       PERFORM BUILD-RULE-COLUMN
                   WHEN HINT-SECTION
                       PERFORM BUILD-HINT-COLUMN
                   WHEN CLOCK-SECTION
                       PERFORM BUILD-CLOCK-COLUMN
               END-EVALUATE
               IF COLUMN-LINE-COUNT(WS-SIDE) > WS-ROW-COUNT
                   MOVE COLUMN-LINE-COUNT(WS-SIDE) TO WS-ROW-COUNT
               END-IF
           END-PERFORM.

       PRINT-SECTION-ROWS.
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-ROW-INDEX <= COLUMN-LINE-COUNT(1)
                   MOVE COLUMN-LINE(1, WS-ROW-INDEX)(1:WS-COLUMN-WIDTH)
                       TO WS-PRINT-LINE(3:WS-COLUMN-WIDTH)
               END-IF
               IF WS-SIDE-COUNT = 2
                   MOVE "|" TO WS-PRINT-LINE(WS-RIGHT-START - 2:1)
                   IF WS-ROW-INDEX <= COLUMN-LINE-COUNT(2)
                       MOVE COLUMN-LINE(2, WS-ROW-INDEX)(1:
                           WS-COLUMN-WIDTH)
                           TO WS-PRINT-LINE(WS-RIGHT-START:
                               WS-COLUMN-WIDTH)
                   END-IF
               END-IF
               PERFORM PRINT-PROOF-LINE
           END-PERFORM.

       BUILD-SCENE-COLUMN.
      *    The scene text AS the player reads it - placeholders
      *    included, since a proof reader must see them. The credits
      *    scroll prints line BY line without its carriage-control
      *    column.
           MOVE 0 TO WS-FIRST-INDENT
           MOVE 0 TO WS-NEXT-INDENT
           EVALUATE TRUE
               WHEN WS-ENTRY > BOOK-LINE-COUNT(WS-SIDE)
                   MOVE "(NO SUCH LINE IN THIS FILE)" TO WS-ITEM-TEXT
                   PERFORM ADD-COLUMN-ITEM
               WHEN MARK-ENTRY-START(WS-SIDE, WS-ENTRY) NOT = 'Y'
                   MOVE "(NOT AN ENTRY IN THIS FILE)" TO WS-ITEM-TEXT
                   PERFORM ADD-COLUMN-ITEM
               WHEN MARK-CREDITS(WS-SIDE, WS-ENTRY) = 'Y'
                   MOVE "CREDITS:" TO WS-ITEM-TEXT
                   PERFORM ADD-COLUMN-ITEM
                   MOVE 2 TO WS-FIRST-INDENT
                   MOVE 2 TO WS-NEXT-INDENT
                   SET BLOCK-DONE TO FALSE
                   MOVE WS-ENTRY TO WS-BLOCK-INDEX
                   PERFORM UNTIL BLOCK-DONE
                           OR WS-BLOCK-INDEX > BOOK-LINE-COUNT(WS-SIDE)
                       IF BOOK-LINE(WS-SIDE, WS-BLOCK-INDEX)
                               = "END-OF-CREDITS"
                           SET BLOCK-DONE TO TRUE
                       ELSE
                           MOVE BOOK-LINE(WS-SIDE, WS-BLOCK-INDEX)
                               (2:499) TO WS-ITEM-TEXT
                           PERFORM ADD-COLUMN-ITEM
                       END-IF
                       ADD 1 TO WS-BLOCK-INDEX
                   END-PERFORM
               WHEN BOOK-LINE(WS-SIDE, WS-ENTRY) = SPACES
                   MOVE "(NO SCENE TEXT - THE RULES BELOW DECIDE "
                       & "WHERE THE PLAYER GOES)" TO WS-ITEM-TEXT
                   PERFORM ADD-COLUMN-ITEM
               WHEN OTHER
                   MOVE BOOK-LINE(WS-SIDE, WS-ENTRY) TO WS-ITEM-TEXT
                   PERFORM ADD-COLUMN-ITEM
           END-EVALUATE.

       BUILD-ACTION-COLUMN.
           IF WS-ENTRY <= BOOK-LINE-COUNT(WS-SIDE)
               IF MARK-ENTRY-START(WS-SIDE, WS-ENTRY) = 'Y'
                       AND MARK-CREDITS(WS-SIDE, WS-ENTRY) NOT = 'Y'
                   SET ACTIONS-FOUND TO FALSE
                   SET BLOCK-DONE TO FALSE
                   COMPUTE WS-BLOCK-INDEX = WS-ENTRY + 1
                   PERFORM UNTIL BLOCK-DONE
                           OR WS-BLOCK-INDEX > BOOK-LINE-COUNT(WS-SIDE)
                       MOVE BOOK-LINE(WS-SIDE, WS-BLOCK-INDEX)
                           TO WS-WORK-LINE
                       IF WS-WORK-LINE = "END-ACTIONS"
                               OR WS-WORK-LINE = "END-OF-CREDITS"
                           SET BLOCK-DONE TO TRUE
                       ELSE
                           IF NOT ACTIONS-FOUND
                               SET ACTIONS-FOUND TO TRUE
                               MOVE "ACTIONS:" TO WS-ITEM-TEXT
                               MOVE 0 TO WS-FIRST-INDENT
                               MOVE 0 TO WS-NEXT-INDENT
                               PERFORM ADD-COLUMN-ITEM
                           END-IF
                           PERFORM DESCRIBE-ONE-ACTION
                       END-IF
                       ADD 1 TO WS-BLOCK-INDEX
                   END-PERFORM
               END-IF
           END-IF.

       DESCRIBE-ONE-ACTION.
      *    A control word's destination is the bare line after it;
      *    an action line is split the SAME way SPLIT-ACTION-ENTRY
      *    splits it IN the engine.
           MOVE SPACES TO WS-ITEM-TEXT
           MOVE 1 TO WS-ITEM-POINTER
           MOVE 2 TO WS-FIRST-INDENT
           MOVE 6 TO WS-NEXT-INDENT

           IF WS-WORK-LINE = "NONE" OR WS-WORK-LINE = "ENDING"
                   OR WS-WORK-LINE = "CHAPTER"
               MOVE SPACES TO WS-ACTION-DEST-TEXT
               IF WS-BLOCK-INDEX < BOOK-LINE-COUNT(WS-SIDE)
                   ADD 1 TO WS-BLOCK-INDEX
                   MOVE BOOK-LINE(WS-SIDE, WS-BLOCK-INDEX)(1:30)
                       TO WS-ACTION-DEST-TEXT
               END-IF
               EVALUATE WS-WORK-LINE
                   WHEN "NONE"
                       STRING "- NO CHOICE: THE STORY GOES ON TO "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ACTION-DEST-TEXT)
                               DELIMITED BY SIZE
                           INTO WS-ITEM-TEXT
                       END-STRING
                   WHEN "ENDING"
                       STRING "- THE ENDING: CREDITS FROM LINE "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ACTION-DEST-TEXT)
                               DELIMITED BY SIZE
                           INTO WS-ITEM-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING "- NEXT CHAPTER: THE STORY GOES ON IN "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ACTION-DEST-TEXT)
                               DELIMITED BY SIZE
                           INTO WS-ITEM-TEXT
                       END-STRING
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-ACTION-LABEL
               MOVE SPACES TO WS-ACTION-DEST-TEXT
               MOVE SPACES TO WS-ACTION-EXTRA-TEXT
               MOVE SPACES TO WS-ACTION-EXTRA-2-TEXT
               UNSTRING WS-WORK-LINE DELIMITED BY "#"
                   INTO WS-ACTION-LABEL WS-ACTION-DEST-TEXT
                       WS-ACTION-EXTRA-TEXT WS-ACTION-EXTRA-2-TEXT
               END-UNSTRING

               IF WS-ACTION-EXTRA-2-TEXT NOT = SPACES
                   MOVE WS-ACTION-EXTRA-2-TEXT(1:3) TO WS-AMOUNT-TEXT
                   PERFORM EDIT-AMOUNT-TEXT
                   STRING "- " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-LABEL TRAILING)
                           DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-DEST-TEXT)
                           DELIMITED BY SIZE
                           " ON SUCCESS, " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-EXTRA-TEXT)
                           DELIMITED BY SIZE
                           " ON FAILURE (SKILL CHECK, "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           "% CHANCE OF SUCCESS)" DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               ELSE
                   PERFORM DESCRIBE-DIRECTIVE
                   STRING "- " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-LABEL TRAILING)
                           DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-DEST-TEXT)
                           DELIMITED BY SIZE
                           WS-DIRECTIVE-PHRASE DELIMITED BY "  "
                       INTO WS-ITEM-TEXT
                   END-STRING
               END-IF
           END-IF

           PERFORM ADD-COLUMN-ITEM.

       DESCRIBE-DIRECTIVE.
      *    TAKE/<item> puts the item IN the player's hands, DROP/
      *    takes it away, ITEM/ refuses the action unless it is
      *    carried.
           MOVE SPACES TO WS-DIRECTIVE-PHRASE
           EVALUATE TRUE
               WHEN WS-ACTION-EXTRA-TEXT = SPACES
                   CONTINUE
               WHEN WS-ACTION-EXTRA-TEXT(1:5) = "TAKE/"
                   STRING " (TAKES ITEM " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-EXTRA-TEXT(6:25))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-DIRECTIVE-PHRASE
                   END-STRING
               WHEN WS-ACTION-EXTRA-TEXT(1:5) = "DROP/"
                   STRING " (GIVES UP ITEM " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-EXTRA-TEXT(6:25))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-DIRECTIVE-PHRASE
                   END-STRING
               WHEN WS-ACTION-EXTRA-TEXT(1:5) = "ITEM/"
                   STRING " (ONLY WHILE CARRYING ITEM "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-EXTRA-TEXT(6:25))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-DIRECTIVE-PHRASE
                   END-STRING
               WHEN OTHER
                   STRING " (UNKNOWN DIRECTIVE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ACTION-EXTRA-TEXT)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-DIRECTIVE-PHRASE
                   END-STRING
           END-EVALUATE.

       BUILD-RULE-COLUMN.
      *    Every rule keyed ON this entry, IN FILE order - the order
      *    CHECK-CONDITIONS applies them IN.
           SET ACTIONS-FOUND TO FALSE
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > BOOK-RULE-COUNT(WS-SIDE)
               MOVE BOOK-RULE(WS-SIDE, WS-RULE-INDEX) TO WS-RULE-TEXT
               IF WS-RULE-TEXT(1:8) NOT = "TIMEGATE"
                       AND WS-RULE-TEXT(1:8) NOT = "TIMEDRIP"
                       AND WS-RULE-TEXT(10:3) NUMERIC
                   MOVE WS-RULE-TEXT(10:3) TO WS-AMOUNT-NUMBER
                   IF WS-AMOUNT-NUMBER = WS-ENTRY
                       IF NOT ACTIONS-FOUND
                           SET ACTIONS-FOUND TO TRUE
                           MOVE "RULES:" TO WS-ITEM-TEXT
                           MOVE 0 TO WS-FIRST-INDENT
                           MOVE 0 TO WS-NEXT-INDENT
                           PERFORM ADD-COLUMN-ITEM
                       END-IF
                       PERFORM DESCRIBE-ONE-RULE
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-CLOCK-COLUMN.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > BOOK-RULE-COUNT(WS-SIDE)
               MOVE BOOK-RULE(WS-SIDE, WS-RULE-INDEX) TO WS-RULE-TEXT
               IF WS-RULE-TEXT(1:8) = "TIMEGATE"
                       OR WS-RULE-TEXT(1:8) = "TIMEDRIP"
                   PERFORM DESCRIBE-ONE-RULE
               END-IF
           END-PERFORM.

       DESCRIBE-ONE-RULE.
           MOVE SPACES TO WS-ITEM-TEXT
           MOVE 1 TO WS-ITEM-POINTER
           MOVE 2 TO WS-FIRST-INDENT
           MOVE 6 TO WS-NEXT-INDENT
           MOVE WS-RULE-TEXT(14:3) TO WS-AMOUNT-TEXT
           PERFORM EDIT-AMOUNT-TEXT

           EVALUATE WS-RULE-TEXT(1:8)
               WHEN "SETFLAG "
                   STRING "- SETFLAG: SETS FLAG " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "GATE    "
                   PERFORM DESCRIBE-GATE-RULE
               WHEN "HEALTH  "
                   STRING "- HEALTH: COSTS " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           " HEALTH (HALF ON EASY, DOUBLE ON HARD)"
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "ADDCNT  "
                   STRING "- ADDCNT: RAISES COUNTER " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "SUBCNT  "
                   STRING "- SUBCNT: LOWERS COUNTER " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "GAMEOVER"
                   MOVE "- GAMEOVER: THE DEFEAT SCENE, SHOWN WHEN "
                       & "HEALTH RUNS OUT" TO WS-ITEM-TEXT
               WHEN "PLACE   "
                   STRING "- PLACE: THE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                           " LIES HERE WHEN A RUN STARTS"
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "TIMEGATE"
                   MOVE WS-RULE-TEXT(10:3) TO WS-AMOUNT-TEXT
                   PERFORM EDIT-AMOUNT-TEXT
                   STRING "- TIMEGATE: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           " MOVES AFTER FLAG " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                           " GOES UP, SENDS THE PLAYER TO "
                           DELIMITED BY SIZE
                           WS-RULE-TEXT(14:3) DELIMITED BY SIZE
                           " (ONCE)" DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
               WHEN "TIMEDRIP"
                   STRING "- TIMEDRIP: WHILE FLAG " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT(22:20))
                           DELIMITED BY SIZE
                           " IS UP, COSTS " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           " HEALTH EVERY " DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                       WITH POINTER WS-ITEM-POINTER
                   END-STRING
                   MOVE WS-RULE-TEXT(10:3) TO WS-AMOUNT-TEXT
                   PERFORM EDIT-AMOUNT-TEXT
                   STRING FUNCTION TRIM(WS-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           " MOVES" DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                       WITH POINTER WS-ITEM-POINTER
                   END-STRING
               WHEN OTHER
                   STRING "- " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RULE-TEXT TRAILING)
                           DELIMITED BY SIZE
                           " (UNKNOWN RULE TYPE)" DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
           END-EVALUATE

           PERFORM ADD-COLUMN-ITEM.

       DESCRIBE-GATE-RULE.
      *    Every non-blank requirement must hold FOR the pass
      *    destination - the SAME reading APPLY-GATE-RULE gives it.
           STRING "- GATE: ON TO " DELIMITED BY SIZE
                   WS-RULE-TEXT(14:3) DELIMITED BY SIZE
               INTO WS-ITEM-TEXT
               WITH POINTER WS-ITEM-POINTER
           END-STRING

           MOVE 0 TO WS-REQ-COUNT
           MOVE WS-RULE-TEXT(22:20) TO WS-REQ-TEXT
           PERFORM ADD-GATE-REQUIREMENT
           MOVE WS-RULE-TEXT(43:20) TO WS-REQ-TEXT
           PERFORM ADD-GATE-REQUIREMENT
           MOVE WS-RULE-TEXT(64:20) TO WS-REQ-TEXT
           PERFORM ADD-GATE-REQUIREMENT

           IF WS-REQ-COUNT = 0
               STRING " ALWAYS" DELIMITED BY SIZE
                   INTO WS-ITEM-TEXT
                   WITH POINTER WS-ITEM-POINTER
               END-STRING
           ELSE
               STRING ", OTHERWISE TO " DELIMITED BY SIZE
                       WS-RULE-TEXT(18:3) DELIMITED BY SIZE
                   INTO WS-ITEM-TEXT
                   WITH POINTER WS-ITEM-POINTER
               END-STRING
           END-IF.

       ADD-GATE-REQUIREMENT.
           IF WS-REQ-TEXT NOT = SPACES
               MOVE SPACES TO WS-REQ-PHRASE
               EVALUATE TRUE
                   WHEN WS-REQ-TEXT(1:5) = "ITEM/"
                       STRING "CARRYING ITEM " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REQ-TEXT(6:15))
                               DELIMITED BY SIZE
                           INTO WS-REQ-PHRASE
                       END-STRING
                   WHEN WS-REQ-TEXT(1:4) = "CNT/"
                       MOVE SPACES TO WS-REQ-PREFIX
                       MOVE SPACES TO WS-REQ-NAME
                       MOVE SPACES TO WS-REQ-MIN-TEXT
                       UNSTRING WS-REQ-TEXT DELIMITED BY "/"
                           INTO WS-REQ-PREFIX WS-REQ-NAME
                               WS-REQ-MIN-TEXT
                       END-UNSTRING
                       STRING "COUNTER " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REQ-NAME)
                               DELIMITED BY SIZE
                               " AT LEAST " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REQ-MIN-TEXT)
                               DELIMITED BY SIZE
                           INTO WS-REQ-PHRASE
                       END-STRING
                   WHEN OTHER
                       STRING "FLAG " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REQ-TEXT)
                               DELIMITED BY SIZE
                               " SET" DELIMITED BY SIZE
                           INTO WS-REQ-PHRASE
                       END-STRING
               END-EVALUATE

               ADD 1 TO WS-REQ-COUNT
               IF WS-REQ-COUNT = 1
                   STRING " WHEN " DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                       WITH POINTER WS-ITEM-POINTER
                   END-STRING
               ELSE
                   STRING " AND " DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                       WITH POINTER WS-ITEM-POINTER
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-REQ-PHRASE) DELIMITED BY SIZE
                   INTO WS-ITEM-TEXT
                   WITH POINTER WS-ITEM-POINTER
               END-STRING
           END-IF.

       EDIT-AMOUNT-TEXT.
      *    A three-digit amount without its leading zeros; anything
      *    that is NOT a number prints AS written.
           IF WS-AMOUNT-TEXT NUMERIC
               MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-NUMBER
               MOVE WS-AMOUNT-NUMBER TO WS-AMOUNT-EDIT
           ELSE
               MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-EDIT
           END-IF.

       BUILD-HINT-COLUMN.
           MOVE 0 TO WS-HINT-NUMBER
           PERFORM VARYING WS-HINT-INDEX FROM 1 BY 1
                   UNTIL WS-HINT-INDEX > BOOK-HINT-COUNT(WS-SIDE)
               IF HINT-ENTRY-NUMBER(WS-SIDE, WS-HINT-INDEX) = WS-ENTRY
                   IF WS-HINT-NUMBER = 0
                       MOVE "HINTS:" TO WS-ITEM-TEXT
                       MOVE 0 TO WS-FIRST-INDENT
                       MOVE 0 TO WS-NEXT-INDENT
                       PERFORM ADD-COLUMN-ITEM
                   END-IF
                   ADD 1 TO WS-HINT-NUMBER
                   MOVE WS-HINT-NUMBER TO WS-HINT-NUMBER-EDIT
                   MOVE SPACES TO WS-ITEM-TEXT
                   STRING WS-HINT-NUMBER-EDIT DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(
                               HINT-TEXT(WS-SIDE, WS-HINT-INDEX))
                           DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   END-STRING
                   MOVE 2 TO WS-FIRST-INDENT
                   MOVE 6 TO WS-NEXT-INDENT
                   PERFORM ADD-COLUMN-ITEM
               END-IF
           END-PERFORM.

       ADD-COLUMN-ITEM.
      *    Wraps WS-ITEM-TEXT INTO the current side's column.
           COMPUTE WS-WRAP-TOTAL-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-ITEM-TEXT TRAILING))
           MOVE WS-FIRST-INDENT TO WS-WRAP-INDENT
           MOVE 1 TO WS-WRAP-START

           PERFORM UNTIL WS-WRAP-START > WS-WRAP-TOTAL-LENGTH
               COMPUTE WS-WRAP-AVAILABLE
                   = WS-COLUMN-WIDTH - WS-WRAP-INDENT
               PERFORM PICK-COLUMN-BREAK
               MOVE SPACES TO WS-COLUMN-TEXT
               IF WS-WRAP-SEGMENT-LENGTH > 0
                   MOVE WS-ITEM-TEXT(WS-WRAP-START:
                       WS-WRAP-SEGMENT-LENGTH)
                       TO WS-COLUMN-TEXT(WS-WRAP-INDENT + 1:
                           WS-WRAP-SEGMENT-LENGTH)
               END-IF
               PERFORM APPEND-COLUMN-LINE
               ADD WS-WRAP-ADVANCE TO WS-WRAP-START
               MOVE WS-NEXT-INDENT TO WS-WRAP-INDENT
           END-PERFORM.

       PICK-COLUMN-BREAK.
      *    Break AT the last blank that fits; a single word longer
      *    than the column is cut AT the column edge.
           COMPUTE WS-WRAP-REMAINING
               = WS-WRAP-TOTAL-LENGTH - WS-WRAP-START + 1

           IF WS-WRAP-REMAINING <= WS-WRAP-AVAILABLE
               MOVE WS-WRAP-REMAINING TO WS-WRAP-SEGMENT-LENGTH
               MOVE WS-WRAP-REMAINING TO WS-WRAP-ADVANCE
           ELSE
               SET WRAP-BREAK-FOUND TO FALSE
               MOVE WS-WRAP-AVAILABLE TO WS-WRAP-SCAN-POS
               PERFORM UNTIL WS-WRAP-SCAN-POS < 1
                       OR WRAP-BREAK-FOUND
                   IF WS-ITEM-TEXT(WS-WRAP-START
                           + WS-WRAP-SCAN-POS - 1:1) = SPACE
                       SET WRAP-BREAK-FOUND TO TRUE
                       COMPUTE WS-WRAP-SEGMENT-LENGTH
                           = WS-WRAP-SCAN-POS - 1
                       MOVE WS-WRAP-SCAN-POS TO WS-WRAP-ADVANCE
                   ELSE
                       SUBTRACT 1 FROM WS-WRAP-SCAN-POS
                   END-IF
               END-PERFORM

               IF NOT WRAP-BREAK-FOUND
                   MOVE WS-WRAP-AVAILABLE TO WS-WRAP-SEGMENT-LENGTH
                   MOVE WS-WRAP-AVAILABLE TO WS-WRAP-ADVANCE
               END-IF
           END-IF.

       APPEND-COLUMN-LINE.
      *    A section that outgrows the column is cut short - the
      *    LAST line says so.
           IF COLUMN-LINE-COUNT(WS-SIDE) < COLUMN-LINE-CAPACITY
               ADD 1 TO COLUMN-LINE-COUNT(WS-SIDE)
               IF COLUMN-LINE-COUNT(WS-SIDE) = COLUMN-LINE-CAPACITY
                   MOVE "(SECTION TOO LONG - CUT SHORT HERE)"
                       TO WS-COLUMN-TEXT
               END-IF
               MOVE WS-COLUMN-TEXT TO COLUMN-LINE(WS-SIDE,
                   COLUMN-LINE-COUNT(WS-SIDE))
           END-IF.

       PRINT-ENTRY-INDEX.
      *    The index starts a page OF its own AND runs over AS many
      *    pages AS it needs.
           MOVE PROOF-PAGE-LINES TO WS-PAGE-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ENTRY INDEX" TO WS-PRINT-LINE
           PERFORM PRINT-PROOF-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-PROOF-LINE

           PERFORM VARYING WS-ENTRY FROM 1 BY 1
                   UNTIL WS-ENTRY > BOOK-LINE-COUNT(1)
               IF MARK-ENTRY-START(1, WS-ENTRY) = 'Y'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ENTRY " DELIMITED BY SIZE
                           WS-ENTRY DELIMITED BY SIZE
                           "  PAGE " DELIMITED BY SIZE
                           ENTRY-PAGE(WS-ENTRY) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   EVALUATE TRUE
                       WHEN MARK-CREDITS(1, WS-ENTRY) = 'Y'
                           MOVE "(CREDITS)" TO WS-PRINT-LINE(23:9)
                       WHEN BOOK-LINE(1, WS-ENTRY) = SPACES
                           MOVE "(NO SCENE TEXT)"
                               TO WS-PRINT-LINE(23:15)
                       WHEN OTHER
                           MOVE BOOK-LINE(1, WS-ENTRY)
                               TO WS-PRINT-LINE(23:WS-RIGHT-EDGE - 22)
                   END-EVALUATE
                   PERFORM PRINT-PROOF-LINE
               END-IF
           END-PERFORM.
