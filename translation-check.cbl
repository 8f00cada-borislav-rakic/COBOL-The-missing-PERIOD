      *which almost always means an untranslated line slipped
      *through. Control mismatches fail the build; identical text is
      *a warning.
      *
      *Text placeholders are part OF the contract too: a {FLAG:..},
      *{ITEM:..}, {STAT:..}, {NAME}, {HEALTH} OR {DIFFICULTY} IN ONE
      *language's line must appear IN the other's - IN any order,
      *since word order differs, but with the SAME KEY AND argument.
      *Only the variant texts after "|" are translated. A placeholder
      *present ON ONE side only is a control mismatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BASE-EXTRA            PIC X(30) VALUE SPACES.
       01 WS-BASE-EXTRA-2          PIC X(30) VALUE SPACES.

      *The placeholder heads ("KEY:argument", variants dropped)
      *found ON ONE line, gathered FOR the base line AND the other
      *language's line IN turn AND paired off against each other.
       78 PLACEHOLDER-TABLE-CAPACITY
                                   VALUE 20.
       01 CLASSIFY-PLACEHOLDERS.
           02 CLASSIFY-PLACEHOLDER OCCURS PLACEHOLDER-TABLE-CAPACITY
                                    TIMES.
               03 CLASSIFY-PH-HEAD PIC X(40) VALUE SPACES.
               03 CLASSIFY-PH-PAIRED
                                   PIC X(1) VALUE 'N'.
       01 WS-CLASSIFY-PH-COUNT     PIC 9(2) VALUE 0.
       01 BASE-PLACEHOLDERS.
           02 BASE-PLACEHOLDER     OCCURS PLACEHOLDER-TABLE-CAPACITY
                                    TIMES.
               03 BASE-PH-HEAD     PIC X(40) VALUE SPACES.
               03 BASE-PH-PAIRED   PIC X(1) VALUE 'N'.
       01 WS-BASE-PH-COUNT         PIC 9(2) VALUE 0.
       01 WS-PH-POS                PIC 9(3) VALUE 0.
       01 WS-PH-CLOSE-POS          PIC 9(3) VALUE 0.
       01 WS-PH-LINE-LENGTH        PIC 9(3) VALUE 0.
       01 WS-PH-TOKEN              PIC X(120) VALUE SPACES.
       01 WS-PH-HEAD               PIC X(40) VALUE SPACES.
       01 WS-PH-BASE-INDEX         PIC 9(2) VALUE 0.
       01 WS-PH-OTHER-INDEX        PIC 9(2) VALUE 0.

       01 WS-MISMATCH-COUNT        PIC 9(3) VALUE 0.
       01 WS-UNTRANSLATED-COUNT    PIC 9(3) VALUE 0.

                                   BASE-LINE(WS-LINE-INDEX))
                       END-IF
               END-EVALUATE

               IF WS-BASE-KIND = 'A' OR WS-BASE-KIND = 'T'
                   PERFORM COMPARE-LINE-PLACEHOLDERS
               END-IF
           END-IF.

       COMPARE-LINE-PLACEHOLDERS.
      *    Gathers each side's placeholder heads, THEN pairs every
      *    base head WITH an unpaired identical head ON the other
      *    side. Whatever is left unpaired ON either side is
      *    reported.
           MOVE BASE-LINE(WS-LINE-INDEX) TO WS-CLASSIFY-LINE
           PERFORM GATHER-PLACEHOLDER-HEADS
           MOVE CLASSIFY-PLACEHOLDERS TO BASE-PLACEHOLDERS
           MOVE WS-CLASSIFY-PH-COUNT TO WS-BASE-PH-COUNT

           MOVE OTHER-LINE(WS-LINE-INDEX) TO WS-CLASSIFY-LINE
           PERFORM GATHER-PLACEHOLDER-HEADS

           PERFORM VARYING WS-PH-BASE-INDEX FROM 1 BY 1
                   UNTIL WS-PH-BASE-INDEX > WS-BASE-PH-COUNT
               MOVE 1 TO WS-PH-OTHER-INDEX
               PERFORM UNTIL WS-PH-OTHER-INDEX > WS-CLASSIFY-PH-COUNT
                       OR BASE-PH-PAIRED(WS-PH-BASE-INDEX) = 'Y'
                   IF CLASSIFY-PH-PAIRED(WS-PH-OTHER-INDEX) = 'N'
                           AND CLASSIFY-PH-HEAD(WS-PH-OTHER-INDEX)
                               = BASE-PH-HEAD(WS-PH-BASE-INDEX)
                       MOVE 'Y' TO CLASSIFY-PH-PAIRED(WS-PH-OTHER-INDEX)
                       MOVE 'Y' TO BASE-PH-PAIRED(WS-PH-BASE-INDEX)
                   END-IF
                   ADD 1 TO WS-PH-OTHER-INDEX
               END-PERFORM

               IF BASE-PH-PAIRED(WS-PH-BASE-INDEX) = 'N'
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY "MISMATCH AT LINE " WS-LINE-INDEX
                       ": PLACEHOLDER {"
                       FUNCTION TRIM(BASE-PH-HEAD(WS-PH-BASE-INDEX))
                       "} IS MISSING FROM "
                       FUNCTION TRIM(WS-OTHER-FILE-PATH) "."
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PH-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-PH-OTHER-INDEX > WS-CLASSIFY-PH-COUNT
               IF CLASSIFY-PH-PAIRED(WS-PH-OTHER-INDEX) = 'N'
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY "MISMATCH AT LINE " WS-LINE-INDEX
                       ": PLACEHOLDER {"
                       FUNCTION TRIM(
                           CLASSIFY-PH-HEAD(WS-PH-OTHER-INDEX))
                       "} IS NOT IN "
                       FUNCTION TRIM(WS-BASE-FILE-PATH) "."
               END-IF
           END-PERFORM.

       GATHER-PLACEHOLDER-HEADS.
      *    Every "{...}" ON WS-CLASSIFY-LINE, cut back TO the part
      *    before its first "|". Shape errors are DIALOGUE-CHECK's
      *    TO report; an unclosed brace simply ends the scan.
           MOVE SPACES TO CLASSIFY-PLACEHOLDERS
           MOVE 0 TO WS-CLASSIFY-PH-COUNT
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-CLASSIFY-LINE TRAILING))
               TO WS-PH-LINE-LENGTH
           MOVE 1 TO WS-PH-POS

           PERFORM UNTIL WS-PH-POS > WS-PH-LINE-LENGTH
               IF WS-CLASSIFY-LINE(WS-PH-POS:1) = "{"
                   COMPUTE WS-PH-CLOSE-POS = WS-PH-POS + 1
                   PERFORM UNTIL WS-PH-CLOSE-POS > WS-PH-LINE-LENGTH
                           OR WS-CLASSIFY-LINE(WS-PH-CLOSE-POS:1)
                               = "}"
                       ADD 1 TO WS-PH-CLOSE-POS
                   END-PERFORM
                   IF WS-PH-CLOSE-POS <= WS-PH-LINE-LENGTH
                           AND WS-PH-CLOSE-POS > WS-PH-POS + 1
                           AND WS-CLASSIFY-PH-COUNT
                               < PLACEHOLDER-TABLE-CAPACITY
                       MOVE SPACES TO WS-PH-TOKEN
                       MOVE WS-CLASSIFY-LINE(WS-PH-POS + 1:
                           WS-PH-CLOSE-POS - WS-PH-POS - 1)
                           TO WS-PH-TOKEN
                       MOVE SPACES TO WS-PH-HEAD
                       UNSTRING WS-PH-TOKEN DELIMITED BY "|"
                           INTO WS-PH-HEAD
                       END-UNSTRING
                       ADD 1 TO WS-CLASSIFY-PH-COUNT
                       MOVE WS-PH-HEAD
                           TO CLASSIFY-PH-HEAD(WS-CLASSIFY-PH-COUNT)
                       MOVE 'N'
                           TO CLASSIFY-PH-PAIRED(WS-CLASSIFY-PH-COUNT)
                   END-IF
                   COMPUTE WS-PH-POS = WS-PH-CLOSE-POS + 1
               ELSE
                   ADD 1 TO WS-PH-POS
               END-IF
           END-PERFORM.

       COMPARE-ACTION-LINE.
      *    The label before the "#" is translated freely; the
      *    destination AND any extra directive after it are part OF
