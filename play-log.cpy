               OPEN OUTPUT PLAY-LOG-FILE
           END-IF

           IF NOT BUILD-STAMP-LOGGED AND WS-BUILD-STAMP NOT = SPACES
               PERFORM LOG-BUILD-MARKER
           END-IF

           MOVE SPACES TO PLAY-LOG-RECORD
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                   " DIALOGUE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-ACTION-TEXT) DELIMITED BY SIZE
               INTO PLAY-LOG-RECORD
           END-STRING
           PERFORM STAMP-LOG-VARIANT
           WRITE PLAY-LOG-RECORD.

           CLOSE PLAY-LOG-FILE.
