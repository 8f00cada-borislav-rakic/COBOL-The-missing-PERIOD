       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOT-HOUSEKEEPING.

      *The overnight sweep OF the slot area. A crashed session
      *leaves its gameN.lck behind, AND the NEXT tester TO pick the
      *slot is asked TO take it over; a crash mid-commit CAN leave a
      *gameN.tmp that COMMIT-SAVE-FILE never promoted; AND an erase
      *OR copy gone wrong CAN leave a gameN.log OR gameN.bak WITH no
      *gameN.save beside it. This batch walks all nine slots AND
      *reports:
      *  - every lock, WITH its stamp AND age IN hours;
      *  - every leftover work FILE, AND whether it OR the live save
      *    was written later (BY their SAVED-AT tags);
      *  - every log OR backup whose save is gone.
      *
      *Mode R (the default) only reports. Mode P also purges: locks
      *older than the age given are deleted, AND orphaned logs are
      *rolled INTO playlog.arc under the SAME ARCHIVED marker
      *ARCHIVE-PLAY-LOG writes before they are removed - nothing
      *is thrown away unrecorded. Work files AND orphaned backups
      *are only ever reported; which generation TO keep is a
      *person's call.
      *
      *RETURN-CODE is 4 IF anything was found AND left IN place, 8
      *IF a purge step could NOT be carried out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE FD FOR every slot FILE the sweep looks AT - saves,
      *    work files, backups AND locks are plain 100-column text;
      *    logs run TO 132, since each line carries the variant
      *    stamp IN columns 117-132.
           SELECT SLOT-AREA-FILE ASSIGN DYNAMIC WS-SLOT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.

           SELECT PLAY-LOG-ARCHIVE-FILE ASSIGN TO 'playlog.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAY-LOG-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SLOT-AREA-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SLOT-AREA-RECORD.
       01 SLOT-AREA-RECORD         PIC X(132).

       FD PLAY-LOG-ARCHIVE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PLAY-LOG-ARCHIVE-RECORD.
       01 PLAY-LOG-ARCHIVE-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SLOT-FILE-PATH        PIC X(20) VALUE SPACES.
       01 WS-SLOT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-EOF-SLOT-FILE-FLAG    PIC X(1) VALUE 'N'.
           88 EOF-SLOT-FILE-REACHED         VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PLAY-LOG-ARCHIVE-STATUS
                                   PIC X(2) VALUE SPACES.

       01 WS-SLOT-NUMBER           PIC 9(2) VALUE 1.
       01 WS-SLOT-DIGIT            PIC 9(1) VALUE 1.
       01 WS-SLOT-EXTENSION        PIC X(5) VALUE SPACES.

      *Which OF the slot's five files are ON disk.
       01 WS-SAVE-PRESENT-FLAG     PIC X(1) VALUE 'N'.
           88 SAVE-PRESENT                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-WORK-PRESENT-FLAG     PIC X(1) VALUE 'N'.
           88 WORK-PRESENT                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-BACKUP-PRESENT-FLAG   PIC X(1) VALUE 'N'.
           88 BACKUP-PRESENT                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-LOCK-PRESENT-FLAG     PIC X(1) VALUE 'N'.
           88 LOCK-PRESENT                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-LOG-PRESENT-FLAG      PIC X(1) VALUE 'N'.
           88 LOG-PRESENT                   VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-FILE-PRESENT-FLAG     PIC X(1) VALUE 'N'.
           88 FILE-PRESENT                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *What a probe read OFF the FILE: the LOCKED= stamp OF a lock,
      *the SAVED-AT= stamp OF a save OR work FILE, AND how many
      *lines it held.
       01 WS-PROBE-STAMP           PIC X(14) VALUE SPACES.
       01 WS-PROBE-LINE-COUNT      PIC 9(5) VALUE 0.
       01 WS-SAVE-STAMP            PIC X(14) VALUE SPACES.
       01 WS-WORK-STAMP            PIC X(14) VALUE SPACES.
       01 WS-LOCK-STAMP            PIC X(14) VALUE SPACES.
       01 WS-LOG-LINE-COUNT        PIC 9(5) VALUE 0.

       01 WS-MODE-INPUT            PIC X(10) VALUE SPACES.
       01 WS-MODE                  PIC X(1) VALUE 'R'.
           88 MODE-REPORT                   VALUE 'R'.
           88 MODE-PURGE                    VALUE 'P'.
       01 WS-AGE-INPUT             PIC X(10) VALUE SPACES.
      *Locks younger than this are left alone even IN purge mode -
      *their session may still be playing.
       01 WS-MAX-LOCK-HOURS        PIC 9(4) VALUE 12.

       01 WS-RUN-STAMP             PIC X(14) VALUE SPACES.
       01 WS-STAMP-ARG             PIC X(14) VALUE SPACES.
       01 WS-STAMP-DAYS            PIC 9(7) VALUE 0.
       01 WS-STAMP-SECONDS         PIC 9(12) VALUE 0.
       01 WS-NOW-SECONDS           PIC 9(12) VALUE 0.
       01 WS-LOCK-AGE-HOURS        PIC 9(6) VALUE 0.

       01 WS-LOCK-COUNT            PIC 9(2) VALUE 0.
       01 WS-WORK-COUNT            PIC 9(2) VALUE 0.
       01 WS-ORPHAN-COUNT          PIC 9(2) VALUE 0.
       01 WS-PURGED-COUNT          PIC 9(2) VALUE 0.
       01 WS-LEFT-COUNT            PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Mode (R=report only, P=purge): "
               WITH NO ADVANCING
           ACCEPT WS-MODE-INPUT
           IF WS-MODE-INPUT(1:1) = "P" OR WS-MODE-INPUT(1:1) = "p"
               SET MODE-PURGE TO TRUE
               DISPLAY "Purge locks older than how many hours "
                   "(blank for 12): " WITH NO ADVANCING
               ACCEPT WS-AGE-INPUT
               IF WS-AGE-INPUT NOT = SPACES
                   IF FUNCTION TRIM(WS-AGE-INPUT) NUMERIC
                       MOVE FUNCTION NUMVAL(WS-AGE-INPUT)
                           TO WS-MAX-LOCK-HOURS
                   ELSE
                       DISPLAY "NOT A NUMBER OF HOURS - USING "
                           WS-MAX-LOCK-HOURS "."
                   END-IF
               END-IF
           ELSE
               SET MODE-REPORT TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO WS-STAMP-ARG
           PERFORM CONVERT-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS

           IF MODE-PURGE
               DISPLAY "===== SLOT HOUSEKEEPING (PURGE, LOCKS OVER "
                   WS-MAX-LOCK-HOURS " HOURS) ====="
           ELSE
               DISPLAY "===== SLOT HOUSEKEEPING (REPORT ONLY) ====="
           END-IF

           PERFORM VARYING WS-SLOT-NUMBER FROM 1 BY 1
                   UNTIL WS-SLOT-NUMBER > 9
               MOVE WS-SLOT-NUMBER TO WS-SLOT-DIGIT
               PERFORM SWEEP-ONE-SLOT
           END-PERFORM

           DISPLAY " "
           DISPLAY "LOCKS: " WS-LOCK-COUNT
               "  WORK FILES: " WS-WORK-COUNT
               "  ORPHANS: " WS-ORPHAN-COUNT
           DISPLAY "PURGED: " WS-PURGED-COUNT
               "  LEFT IN PLACE: " WS-LEFT-COUNT
               "  FAILED: " WS-FAILED-COUNT

           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LEFT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "THE SLOT AREA IS CLEAN."
               END-IF
           END-IF

           STOP RUN.

       SWEEP-ONE-SLOT.
      *    Probes the slot's five files FIRST, so an orphan CAN be
      *    told FROM a slot that is merely between saves.
           MOVE ".save" TO WS-SLOT-EXTENSION
           PERFORM PROBE-SLOT-FILE
           MOVE WS-FILE-PRESENT-FLAG TO WS-SAVE-PRESENT-FLAG
           MOVE WS-PROBE-STAMP TO WS-SAVE-STAMP

           MOVE ".tmp" TO WS-SLOT-EXTENSION
           PERFORM PROBE-SLOT-FILE
           MOVE WS-FILE-PRESENT-FLAG TO WS-WORK-PRESENT-FLAG
           MOVE WS-PROBE-STAMP TO WS-WORK-STAMP

           MOVE ".bak" TO WS-SLOT-EXTENSION
           PERFORM PROBE-SLOT-FILE
           MOVE WS-FILE-PRESENT-FLAG TO WS-BACKUP-PRESENT-FLAG

           MOVE ".lck" TO WS-SLOT-EXTENSION
           PERFORM PROBE-SLOT-FILE
           MOVE WS-FILE-PRESENT-FLAG TO WS-LOCK-PRESENT-FLAG
           MOVE WS-PROBE-STAMP TO WS-LOCK-STAMP

           MOVE ".log" TO WS-SLOT-EXTENSION
           PERFORM PROBE-SLOT-FILE
           MOVE WS-FILE-PRESENT-FLAG TO WS-LOG-PRESENT-FLAG
           MOVE WS-PROBE-LINE-COUNT TO WS-LOG-LINE-COUNT

           IF LOCK-PRESENT
               PERFORM REPORT-SLOT-LOCK
           END-IF
           IF WORK-PRESENT
               PERFORM REPORT-WORK-FILE
           END-IF
           IF BACKUP-PRESENT AND NOT SAVE-PRESENT
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "SLOT " WS-SLOT-DIGIT ": ORPHANED BACKUP game"
                   WS-SLOT-DIGIT ".bak - NO game" WS-SLOT-DIGIT
                   ".save BESIDE IT, LEFT IN PLACE."
           END-IF
           IF LOG-PRESENT AND NOT SAVE-PRESENT
               PERFORM REPORT-ORPHANED-LOG
           END-IF.

       PROBE-SLOT-FILE.
      *    Whether gameN<WS-SLOT-EXTENSION> is ON disk, AND - FOR
      *    the tagged files - the stamp it carries: LOCKED= FOR a
      *    lock, SAVED-AT= FOR a save OR work FILE.
           MOVE SPACES TO WS-SLOT-FILE-PATH
           STRING "game" DELIMITED BY SIZE
                   WS-SLOT-DIGIT DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SLOT-EXTENSION) DELIMITED BY SIZE
               INTO WS-SLOT-FILE-PATH
           END-STRING

           SET FILE-PRESENT TO FALSE
           MOVE SPACES TO WS-PROBE-STAMP
           MOVE 0 TO WS-PROBE-LINE-COUNT
           SET EOF-SLOT-FILE-REACHED TO FALSE

           OPEN INPUT SLOT-AREA-FILE
           IF WS-SLOT-FILE-STATUS = "00"
               SET FILE-PRESENT TO TRUE
               PERFORM UNTIL EOF-SLOT-FILE-REACHED
                   READ SLOT-AREA-FILE
                       AT END
                           SET EOF-SLOT-FILE-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROBE-LINE-COUNT
                           IF SLOT-AREA-RECORD(1:7) = "LOCKED="
                               MOVE SLOT-AREA-RECORD(8:14)
                                   TO WS-PROBE-STAMP
                           END-IF
                           IF SLOT-AREA-RECORD(1:9) = "SAVED-AT="
                               MOVE SLOT-AREA-RECORD(10:14)
                                   TO WS-PROBE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLOT-AREA-FILE
           END-IF.

       REPORT-SLOT-LOCK.
      *    A lock WITHOUT a readable stamp has no age TO judge it
      *    BY, so even purge mode leaves it FOR a person.
           ADD 1 TO WS-LOCK-COUNT
           IF WS-LOCK-STAMP NOT NUMERIC
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "SLOT " WS-SLOT-DIGIT ": LOCK game" WS-SLOT-DIGIT
                   ".lck HAS NO READABLE STAMP - LEFT IN PLACE."
           ELSE
               MOVE WS-LOCK-STAMP TO WS-STAMP-ARG
               PERFORM CONVERT-STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS > WS-NOW-SECONDS
                   MOVE 0 TO WS-LOCK-AGE-HOURS
               ELSE
                   COMPUTE WS-LOCK-AGE-HOURS
                       = (WS-NOW-SECONDS - WS-STAMP-SECONDS) / 3600
               END-IF

               DISPLAY "SLOT " WS-SLOT-DIGIT ": LOCK game" WS-SLOT-DIGIT
                   ".lck SINCE "
                   WS-LOCK-STAMP(1:4) "-" WS-LOCK-STAMP(5:2) "-"
                   WS-LOCK-STAMP(7:2) " " WS-LOCK-STAMP(9:2) ":"
                   WS-LOCK-STAMP(11:2) " - AGE " WS-LOCK-AGE-HOURS
                   " HOURS"

               IF MODE-PURGE AND WS-LOCK-AGE-HOURS > WS-MAX-LOCK-HOURS
                   MOVE ".lck" TO WS-SLOT-EXTENSION
                   PERFORM DELETE-SLOT-FILE
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-PURGED-COUNT
                       DISPLAY "        STALE LOCK REMOVED."
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "        STALE LOCK COULD NOT BE "
                           "REMOVED."
                   END-IF
                   MOVE 0 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           END-IF.

       REPORT-WORK-FILE.
      *    A work FILE is whatever a commit was writing WHEN it was
      *    cut short. The SAVED-AT stamps say which generation is
      *    the later ONE; a work FILE WITH no stamp never got that
      *    far AND is certainly incomplete.
           ADD 1 TO WS-WORK-COUNT
           ADD 1 TO WS-LEFT-COUNT
           EVALUATE TRUE
               WHEN WS-WORK-STAMP = SPACES
                   DISPLAY "SLOT " WS-SLOT-DIGIT ": WORK FILE game"
                       WS-SLOT-DIGIT ".tmp IS INCOMPLETE (NO SAVED-AT"
                       " LINE) - LEFT IN PLACE."
               WHEN NOT SAVE-PRESENT
                   DISPLAY "SLOT " WS-SLOT-DIGIT ": WORK FILE game"
                       WS-SLOT-DIGIT ".tmp SAVED " WS-WORK-STAMP
                       " HAS NO LIVE SAVE BESIDE IT - LEFT IN PLACE."
               WHEN WS-SAVE-STAMP = SPACES
                       OR WS-WORK-STAMP > WS-SAVE-STAMP
                   DISPLAY "SLOT " WS-SLOT-DIGIT ": WORK FILE game"
                       WS-SLOT-DIGIT ".tmp SAVED " WS-WORK-STAMP
                       " IS NEWER THAN game" WS-SLOT-DIGIT
                       ".save - LEFT IN PLACE."
               WHEN OTHER
                   DISPLAY "SLOT " WS-SLOT-DIGIT ": WORK FILE game"
                       WS-SLOT-DIGIT ".tmp SAVED " WS-WORK-STAMP
                       " IS OLDER THAN game" WS-SLOT-DIGIT
                       ".save (" WS-SAVE-STAMP ") - LEFT IN PLACE."
           END-EVALUATE.

       REPORT-ORPHANED-LOG.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "SLOT " WS-SLOT-DIGIT ": ORPHANED LOG game"
               WS-SLOT-DIGIT ".log (" WS-LOG-LINE-COUNT " LINES) - NO "
               "game" WS-SLOT-DIGIT ".save BESIDE IT."

           IF MODE-PURGE
               PERFORM ARCHIVE-ORPHANED-LOG
           ELSE
               ADD 1 TO WS-LEFT-COUNT
           END-IF.

       ARCHIVE-ORPHANED-LOG.
      *    The LOG goes the way every rolled LOG goes - onto the END
      *    OF playlog.arc behind a dated ARCHIVED marker naming
      *    where it came FROM, the layout PLAYTEST-REPORT splits
      *    sessions ON. Only once it is copied is it removed.
           MOVE ".log" TO WS-SLOT-EXTENSION
           MOVE SPACES TO WS-SLOT-FILE-PATH
           STRING "game" DELIMITED BY SIZE
                   WS-SLOT-DIGIT DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
               INTO WS-SLOT-FILE-PATH
           END-STRING
           SET EOF-SLOT-FILE-REACHED TO FALSE

           OPEN EXTEND PLAY-LOG-ARCHIVE-FILE
           IF WS-PLAY-LOG-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT PLAY-LOG-ARCHIVE-FILE
           END-IF

           IF WS-PLAY-LOG-ARCHIVE-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "        CANNOT WRITE playlog.arc (STATUS "
                   WS-PLAY-LOG-ARCHIVE-STATUS ") - LOG LEFT IN PLACE."
           ELSE
               OPEN INPUT SLOT-AREA-FILE
      *        A LOG that cannot be read is never copied - AND so
      *        never deleted either.
               IF WS-SLOT-FILE-STATUS NOT = "00"
                   CLOSE PLAY-LOG-ARCHIVE-FILE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "        CANNOT READ "
                       FUNCTION TRIM(WS-SLOT-FILE-PATH) " (STATUS "
                       WS-SLOT-FILE-STATUS ") - LOG LEFT IN PLACE."
               ELSE
                   MOVE SPACES TO PLAY-LOG-ARCHIVE-RECORD
                   STRING "======== ARCHIVED " DELIMITED BY SIZE
                           WS-RUN-STAMP DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SLOT-FILE-PATH)
                               DELIMITED BY SIZE
                       INTO PLAY-LOG-ARCHIVE-RECORD
                   END-STRING
                   WRITE PLAY-LOG-ARCHIVE-RECORD

                   PERFORM UNTIL EOF-SLOT-FILE-REACHED
                       READ SLOT-AREA-FILE
                           AT END
                               SET EOF-SLOT-FILE-REACHED TO TRUE
                           NOT AT END
                               MOVE SLOT-AREA-RECORD
                                   TO PLAY-LOG-ARCHIVE-RECORD
                               WRITE PLAY-LOG-ARCHIVE-RECORD
                       END-READ
                   END-PERFORM

                   CLOSE SLOT-AREA-FILE
                   CLOSE PLAY-LOG-ARCHIVE-FILE

                   PERFORM DELETE-SLOT-FILE
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-PURGED-COUNT
                       DISPLAY "        ARCHIVED TO playlog.arc AND "
                           "REMOVED."
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "        ARCHIVED TO playlog.arc BUT "
                           "COULD NOT BE REMOVED."
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       DELETE-SLOT-FILE.
      *    CBL_DELETE_FILE reports through RETURN-CODE - the caller
      *    reads it AND clears it again, so the batch's OWN verdict
      *    is set only AT the END.
           MOVE SPACES TO WS-SLOT-FILE-PATH
           STRING "game" DELIMITED BY SIZE
                   WS-SLOT-DIGIT DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SLOT-EXTENSION) DELIMITED BY SIZE
               INTO WS-SLOT-FILE-PATH
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-SLOT-FILE-PATH.

       CONVERT-STAMP-TO-SECONDS.
      *    YYYYMMDDHHMMSS TO running seconds via the day number, so
      *    a lock taken before midnight still ages correctly.
           COMPUTE WS-STAMP-DAYS
               = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STAMP-ARG(1:8)))
           COMPUTE WS-STAMP-SECONDS
               = WS-STAMP-DAYS * 86400
               + FUNCTION NUMVAL(WS-STAMP-ARG(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-ARG(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-ARG(13:2)).
