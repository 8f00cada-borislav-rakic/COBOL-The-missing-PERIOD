      *    the ONE thing a replay OF a live run cannot force.
      *    A divergence is reported, counted, AND raises
      *    RETURN-CODE 4 so the attachment is NOT trusted blindly.
      *A LOG whose lines carry a story variant's stamp is refused
      *WITH RETURN-CODE 4 AND no script: Scripted Test Mode always
      *plays the standard story, so a variant run's script would
      *wander off it AT the FIRST scene the two tell differently.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD PLAY-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-RECORD.
       01 PLAY-LOG-RECORD          PIC X(132).

       FD SCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01 WS-SKILL-SEEN-COUNT      PIC 9(3) VALUE 0.
       01 WS-DIVERGE-COUNT         PIC 9(3) VALUE 0.

      *The variant the run was played ON, FROM the stamp IN
      *columns 117-132 OF its lines - spaces FOR the standard
      *story.
       01 WS-LOG-VARIANT           PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Play log to convert: " WITH NO ADVANCING
               STOP RUN
           END-IF

           PERFORM FIND-LOG-VARIANT
           IF WS-LOG-VARIANT NOT = SPACES
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-PLAY-LOG-PATH)
                   " WAS PLAYED ON STORY VARIANT "
                   FUNCTION TRIM(WS-LOG-VARIANT)
                   " - SCRIPTED TEST MODE ONLY PLAYS THE STANDARD "
                   "STORY. NO SCRIPT WRITTEN."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SCRIPT-FILE
           IF WS-SCRIPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE "

           STOP RUN.

       FIND-LOG-VARIANT.
      *    Reads the LOG through once FOR a variant stamp, THEN
      *    reopens it so the conversion starts AT the top.
           MOVE SPACES TO WS-LOG-VARIANT
           PERFORM UNTIL EOF-LOG-REACHED
                   OR WS-LOG-VARIANT NOT = SPACES
               READ PLAY-LOG-FILE
                   AT END
                       SET EOF-LOG-REACHED TO TRUE
                   NOT AT END
                       IF PLAY-LOG-RECORD(117:8) = "VARIANT="
                           MOVE PLAY-LOG-RECORD(125:8)
                               TO WS-LOG-VARIANT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PLAY-LOG-FILE
           SET EOF-LOG-REACHED TO FALSE
           IF WS-LOG-VARIANT = SPACES
               OPEN INPUT PLAY-LOG-FILE
           END-IF.

       CONVERT-ONE-LOG-LINE.
           MOVE PLAY-LOG-RECORD(1:14) TO WS-LOG-TIMESTAMP
           MOVE PLAY-LOG-RECORD(36:65) TO WS-LOG-ACTION-TEXT

      *    Anything that does NOT parse AS a LOG line is skipped,
      *    the way every other LOG reader here skips it - AS is the
      *    STORY-BUILD= marker, whose entry columns are NOT numeric.
           IF WS-LOG-TIMESTAMP NOT NUMERIC
                   OR PLAY-LOG-RECORD(25:3) NOT NUMERIC
               CONTINUE
           ELSE
               EVALUATE TRUE
