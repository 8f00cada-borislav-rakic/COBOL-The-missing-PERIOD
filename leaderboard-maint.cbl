      *A high-score line is written AT fixed offsets BY
      *APPEND-HIGH-SCORE:
      *   1-8   date    16-22  score    30-34  moves
      *  36-40  "DIFF " 41     E/N/H    43-72  player name
      *  74-81  "FORMULA "     82-89  the scoring formula's VERSION
      *Lines FROM before the DIFF field carry the name AT column 36
      *AND are ranked ON the Normal board; lines FROM before the
      *FORMULA stamp carry none AND are written back without ONE.
      *The board header lines this batch writes ("--" prefix) are
      *skipped ON the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               03 ENTRY-DIFF       PIC X(1) VALUE 'N'.
               03 ENTRY-NAME       PIC X(30) VALUE SPACES.
               03 ENTRY-ARCHIVED   PIC X(1) VALUE 'N'.
               03 ENTRY-FORMULA    PIC X(8) VALUE SPACES.
       01 WS-ENTRY-COUNT           PIC 9(3) VALUE 0.
       01 WS-ENTRY-INDEX           PIC 9(3) VALUE 0.

       01 WS-SORT-OUTER            PIC 9(3) VALUE 0.
       01 WS-SORT-INNER            PIC 9(3) VALUE 0.
       01 WS-SORT-BEST             PIC 9(3) VALUE 0.
       01 WS-SWAP-ENTRY            PIC X(60) VALUE SPACES.

       01 WS-BOARD-DIFF            PIC X(1) VALUE 'N'.
       01 WS-BOARD-TITLE           PIC X(12) VALUE SPACES.
                           TO ENTRY-NAME(WS-ENTRY-COUNT)
                   END-IF
                   MOVE 'N' TO ENTRY-ARCHIVED(WS-ENTRY-COUNT)
                   IF HIGH-SCORE-RECORD(74:8) = "FORMULA "
                       MOVE HIGH-SCORE-RECORD(82:8)
                           TO ENTRY-FORMULA(WS-ENTRY-COUNT)
                   ELSE
                       MOVE SPACES TO ENTRY-FORMULA(WS-ENTRY-COUNT)
                   END-IF
           END-EVALUATE.

       ARCHIVE-OLD-ENTRIES.
                       DELIMITED BY SIZE
               INTO SCORE-ARCHIVE-RECORD
           END-STRING
           IF ENTRY-FORMULA(WS-ENTRY-INDEX) NOT = SPACES
               MOVE "FORMULA " TO SCORE-ARCHIVE-RECORD(74:8)
               MOVE ENTRY-FORMULA(WS-ENTRY-INDEX)
                   TO SCORE-ARCHIVE-RECORD(82:8)
           END-IF
           WRITE SCORE-ARCHIVE-RECORD.

       SORT-SCORE-ENTRIES.
                                   DELIMITED BY SIZE
                           INTO HIGH-SCORE-RECORD
                       END-STRING
                       IF ENTRY-FORMULA(WS-ENTRY-INDEX) NOT = SPACES
                           MOVE "FORMULA "
                               TO HIGH-SCORE-RECORD(74:8)
                           MOVE ENTRY-FORMULA(WS-ENTRY-INDEX)
                               TO HIGH-SCORE-RECORD(82:8)
                       END-IF
                       WRITE HIGH-SCORE-RECORD
                   ELSE
                       ADD 1 TO WS-TRIMMED-COUNT
