       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CONTROL.

      *The nightly window used TO be seven programs run BY hand,
      *one after another, WITH the operator typing each ONE's
      *answers AND watching its RETURN-CODE. WHEN step five fell
      *over somebody had TO work out which steps were already done
      *AND pick the stream up again AT the right place. This batch
      *runs the whole stream FROM a job-stream definition, answers
      *every step's prompts itself through a response FILE piped
      *INTO it (the way REGRESSION-SUITE drives the game), AND
      *records each step's start, END AND RETURN-CODE IN a
      *checkpoint FILE AS it goes.
      *
      *Job-stream definition (default nightly.job), fixed columns:
      *  STEP lines   1-8   "STEP"
      *              10-25  step name
      *              27-66  command that runs the step
      *              68-70  highest RETURN-CODE the stream may
      *                     continue past (blank FOR 000)
      *  PARM lines   1-8   "PARM"
      *              10-89  ONE answer FOR the step above, IN the
      *                     order the step asks FOR them
      *Lines starting WITH '*' AND blank lines are comments. An
      *optional "CHECKPOINT=<path>" line names the checkpoint FILE
      *- the default is nightly.ckp.
      *
      *Checkpoint FILE, fixed columns:
      *   1-8   RUN / START / END
      *  10-23  run stamp (the moment the run was FIRST begun)
      *  25-32  RUN lines: BEGIN, RESUME OR COMPLETE
      *  25-26  START/END lines: step number
      *  28-43  START/END lines: step name
      *  45-58  WHEN the line was written
      *  60-62  END lines: the step's RETURN-CODE
      *  64-67  END lines: OK OR FAIL
      *A checkpoint whose run has no COMPLETE line belongs TO a
      *stream that stopped short. The next run offers TO resume it:
      *steps WITH an OK END line FOR that run are NOT repeated, AND
      *the stream picks up AT the FIRST step that failed OR never
      *finished. A step WITH a START but no END - the control
      *program itself was cut off - is simply run again.
      *
      *RETURN-CODE is 8 IF a step ended above its continue limit,
      *otherwise the highest RETURN-CODE any step ended WITH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN DYNAMIC WS-JOB-STREAM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STREAM-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CHECKPOINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-STREAM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOB-STREAM-RECORD.
       01 JOB-STREAM-RECORD        PIC X(100).

       FD CHECKPOINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
       01 CHECKPOINT-RECORD        PIC X(100).

       FD RESPONSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RESPONSE-RECORD.
       01 RESPONSE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       78 STEP-TABLE-CAPACITY      VALUE 20.
       78 STEP-PARM-CAPACITY       VALUE 10.

       01 WS-JOB-STREAM-PATH       PIC X(40) VALUE SPACES.
       01 WS-JOB-STREAM-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-JOB-STREAM-FLAG   PIC X(1) VALUE 'N'.
           88 EOF-JOB-STREAM-REACHED        VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-CHECKPOINT-PATH       PIC X(40) VALUE "nightly.ckp".
       01 WS-CHECKPOINT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-CHECKPOINT-FLAG   PIC X(1) VALUE 'N'.
           88 EOF-CHECKPOINT-REACHED        VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-RESPONSE-FILE-PATH    PIC X(40)
                                   VALUE "batch-answers.tmp".
       01 WS-RESPONSE-FILE-STATUS  PIC X(2) VALUE SPACES.

       01 JOB-STEPS.
           02 JOB-STEP             OCCURS STEP-TABLE-CAPACITY TIMES.
               03 STEP-NAME        PIC X(16) VALUE SPACES.
               03 STEP-COMMAND     PIC X(40) VALUE SPACES.
               03 STEP-MAX-RC      PIC 9(3) VALUE 0.
               03 STEP-PARM-COUNT  PIC 9(2) VALUE 0.
               03 STEP-PARM        PIC X(80) VALUE SPACES
                                   OCCURS STEP-PARM-CAPACITY TIMES.
      *        NOT RUN, DONE (an earlier attempt OF this run), OK
      *        OR FAILED - what the summary reports.
               03 STEP-OUTCOME     PIC X(8) VALUE "NOT RUN".
               03 STEP-RC          PIC 9(3) VALUE 0.
               03 STEP-STARTED-AT  PIC X(14) VALUE SPACES.
               03 STEP-ENDED-AT    PIC X(14) VALUE SPACES.
       01 WS-STEP-COUNT            PIC 9(2) VALUE 0.
       01 WS-STEP-INDEX            PIC 9(2) VALUE 0.
       01 WS-PARM-INDEX            PIC 9(2) VALUE 0.
       01 WS-CHECKPOINT-STEP       PIC 9(2) VALUE 0.

       01 WS-RUN-STAMP             PIC X(14) VALUE SPACES.
       01 WS-NOW-STAMP             PIC X(14) VALUE SPACES.
       01 WS-OPEN-RUN-STAMP        PIC X(14) VALUE SPACES.
       01 WS-DONE-STEP-COUNT       PIC 9(2) VALUE 0.
       01 WS-INPUT-TEXT            PIC X(10) VALUE SPACES.

       01 WS-RESUME-FLAG           PIC X(1) VALUE 'N'.
           88 RESUMING-RUN                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-STREAM-FAILED-FLAG    PIC X(1) VALUE 'N'.
           88 STREAM-FAILED                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

       01 WS-SYSTEM-COMMAND        PIC X(250) VALUE SPACES.
       01 WS-SYSTEM-STATUS         PIC S9(9) VALUE 0.
       01 WS-HIGHEST-RC            PIC 9(3) VALUE 0.

       01 WS-RAN-COUNT             PIC 9(2) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Job stream definition file: " WITH NO ADVANCING
           ACCEPT WS-JOB-STREAM-PATH

           IF WS-JOB-STREAM-PATH = SPACES
               MOVE "nightly.job" TO WS-JOB-STREAM-PATH
           END-IF

           PERFORM LOAD-JOB-STREAM
           PERFORM LOAD-CHECKPOINT

           IF RESUMING-RUN
               DISPLAY "RUN " WS-OPEN-RUN-STAMP " STOPPED SHORT - "
                   WS-DONE-STEP-COUNT " OF " WS-STEP-COUNT
                   " STEP(S) ALREADY COMPLETE."
               DISPLAY "Resume that run? (Y/N, blank for Y): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-TEXT
               IF WS-INPUT-TEXT(1:1) = "N" OR WS-INPUT-TEXT(1:1) = "n"
                   SET RESUMING-RUN TO FALSE
                   PERFORM FORGET-CHECKPOINT-STEPS
               END-IF
           END-IF

           PERFORM START-CHECKPOINT-RUN

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR STREAM-FAILED
               IF STEP-OUTCOME(WS-STEP-INDEX) = "DONE"
                   ADD 1 TO WS-SKIPPED-COUNT
                   IF STEP-RC(WS-STEP-INDEX) > WS-HIGHEST-RC
                       MOVE STEP-RC(WS-STEP-INDEX) TO WS-HIGHEST-RC
                   END-IF
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           IF NOT STREAM-FAILED
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE "RUN" TO CHECKPOINT-RECORD(1:8)
               MOVE "COMPLETE" TO CHECKPOINT-RECORD(25:8)
               PERFORM WRITE-CHECKPOINT-LINE
           END-IF

           PERFORM DISPLAY-RUN-SUMMARY

           IF STREAM-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
      *        CALL "SYSTEM" leaves the last step's status IN
      *        RETURN-CODE - the stream's verdict replaces it.
               MOVE WS-HIGHEST-RC TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-JOB-STREAM.
           MOVE 0 TO WS-STEP-COUNT
           SET EOF-JOB-STREAM-REACHED TO FALSE

           OPEN INPUT JOB-STREAM-FILE
           IF WS-JOB-STREAM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-JOB-STREAM-PATH)
                   " (STATUS " WS-JOB-STREAM-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-JOB-STREAM-REACHED
               READ JOB-STREAM-FILE
                   AT END
                       SET EOF-JOB-STREAM-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-JOB-STREAM-LINE
               END-READ
           END-PERFORM

           CLOSE JOB-STREAM-FILE

           IF WS-STEP-COUNT = 0
               DISPLAY "THE JOB STREAM DEFINES NO STEPS - NOTHING TO "
                   "RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-JOB-STREAM-LINE.
           EVALUATE TRUE
               WHEN JOB-STREAM-RECORD(1:1) = "*"
               WHEN JOB-STREAM-RECORD = SPACES
                   CONTINUE
               WHEN JOB-STREAM-RECORD(1:11) = "CHECKPOINT="
                   MOVE JOB-STREAM-RECORD(12:40) TO WS-CHECKPOINT-PATH
               WHEN JOB-STREAM-RECORD(1:8) = "STEP"
                   PERFORM LOAD-ONE-STEP-LINE
               WHEN JOB-STREAM-RECORD(1:8) = "PARM"
                   PERFORM LOAD-ONE-PARM-LINE
               WHEN OTHER
                   DISPLAY "MALFORMED JOB STREAM LINE SKIPPED: "
                       FUNCTION TRIM(JOB-STREAM-RECORD)
           END-EVALUATE.

       LOAD-ONE-STEP-LINE.
      *    A step the stream cannot hold OR run must stop the load
      *    outright - silently dropping a step would let the night
      *    "complete" WITHOUT it.
           IF WS-STEP-COUNT = STEP-TABLE-CAPACITY
               DISPLAY "JOB STREAM HOLDS MORE THAN "
                   STEP-TABLE-CAPACITY " STEPS - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JOB-STREAM-RECORD(10:16) = SPACES
                   OR JOB-STREAM-RECORD(27:40) = SPACES
               DISPLAY "STEP LINE WITHOUT A NAME OR COMMAND: "
                   FUNCTION TRIM(JOB-STREAM-RECORD)
                   " - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-STEP-COUNT
           MOVE JOB-STREAM-RECORD(10:16)
               TO STEP-NAME(WS-STEP-COUNT)
           MOVE JOB-STREAM-RECORD(27:40)
               TO STEP-COMMAND(WS-STEP-COUNT)
           IF JOB-STREAM-RECORD(68:3) NUMERIC
               MOVE JOB-STREAM-RECORD(68:3)
                   TO STEP-MAX-RC(WS-STEP-COUNT)
           ELSE
               IF JOB-STREAM-RECORD(68:3) NOT = SPACES
                   DISPLAY "STEP " FUNCTION TRIM(
                       STEP-NAME(WS-STEP-COUNT))
                       ": CONTINUE LIMIT NOT NUMERIC - USING 000."
               END-IF
               MOVE 0 TO STEP-MAX-RC(WS-STEP-COUNT)
           END-IF.

       LOAD-ONE-PARM-LINE.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT = 0
                   DISPLAY "PARM LINE BEFORE ANY STEP - CANNOT "
                       "CONTINUE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN STEP-PARM-COUNT(WS-STEP-COUNT)
                       = STEP-PARM-CAPACITY
                   DISPLAY "STEP " FUNCTION TRIM(
                       STEP-NAME(WS-STEP-COUNT))
                       " HAS MORE THAN " STEP-PARM-CAPACITY
                       " PARM LINES - CANNOT CONTINUE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO STEP-PARM-COUNT(WS-STEP-COUNT)
                   MOVE JOB-STREAM-RECORD(10:80)
                       TO STEP-PARM(WS-STEP-COUNT,
                           STEP-PARM-COUNT(WS-STEP-COUNT))
           END-EVALUATE.

       LOAD-CHECKPOINT.
      *    Only the most recent run IN the checkpoint counts. A
      *    BEGIN line starts a fresh tally; a COMPLETE line FOR
      *    that run means there is nothing TO resume.
           SET RESUMING-RUN TO FALSE
           MOVE SPACES TO WS-OPEN-RUN-STAMP
           SET EOF-CHECKPOINT-REACHED TO FALSE

           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               PERFORM UNTIL EOF-CHECKPOINT-REACHED
                   READ CHECKPOINT-FILE
                       AT END
                           SET EOF-CHECKPOINT-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-CHECKPOINT-LINE
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF

           MOVE 0 TO WS-DONE-STEP-COUNT
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STEP-OUTCOME(WS-STEP-INDEX) = "DONE"
                   ADD 1 TO WS-DONE-STEP-COUNT
               END-IF
           END-PERFORM.

       LOAD-ONE-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CHECKPOINT-RECORD(1:8) = "RUN"
                       AND CHECKPOINT-RECORD(25:8) = "BEGIN"
                   MOVE CHECKPOINT-RECORD(10:14) TO WS-OPEN-RUN-STAMP
                   SET RESUMING-RUN TO TRUE
                   PERFORM FORGET-CHECKPOINT-STEPS
               WHEN CHECKPOINT-RECORD(1:8) = "RUN"
                       AND CHECKPOINT-RECORD(25:8) = "COMPLETE"
                       AND CHECKPOINT-RECORD(10:14)
                           = WS-OPEN-RUN-STAMP
                   SET RESUMING-RUN TO FALSE
                   PERFORM FORGET-CHECKPOINT-STEPS
               WHEN CHECKPOINT-RECORD(1:8) = "END"
                       AND CHECKPOINT-RECORD(10:14)
                           = WS-OPEN-RUN-STAMP
                       AND CHECKPOINT-RECORD(25:2) NUMERIC
                   MOVE CHECKPOINT-RECORD(25:2) TO WS-CHECKPOINT-STEP
      *            A step only counts AS done IF the stream still
      *            has the SAME step IN the SAME place - an edited
      *            job stream reruns whatever moved.
                   IF WS-CHECKPOINT-STEP >= 1
                           AND WS-CHECKPOINT-STEP <= WS-STEP-COUNT
                           AND STEP-NAME(WS-CHECKPOINT-STEP)
                               = CHECKPOINT-RECORD(28:16)
                       IF CHECKPOINT-RECORD(64:4) = "OK"
                           MOVE "DONE"
                               TO STEP-OUTCOME(WS-CHECKPOINT-STEP)
                       ELSE
                           MOVE "NOT RUN"
                               TO STEP-OUTCOME(WS-CHECKPOINT-STEP)
                       END-IF
                       IF CHECKPOINT-RECORD(60:3) NUMERIC
                           MOVE CHECKPOINT-RECORD(60:3)
                               TO STEP-RC(WS-CHECKPOINT-STEP)
                       END-IF
                       MOVE CHECKPOINT-RECORD(45:14)
                           TO STEP-ENDED-AT(WS-CHECKPOINT-STEP)
                   END-IF
               WHEN CHECKPOINT-RECORD(1:8) = "START"
                       AND CHECKPOINT-RECORD(10:14)
                           = WS-OPEN-RUN-STAMP
                       AND CHECKPOINT-RECORD(25:2) NUMERIC
                   MOVE CHECKPOINT-RECORD(25:2) TO WS-CHECKPOINT-STEP
                   IF WS-CHECKPOINT-STEP >= 1
                           AND WS-CHECKPOINT-STEP <= WS-STEP-COUNT
                           AND STEP-NAME(WS-CHECKPOINT-STEP)
                               = CHECKPOINT-RECORD(28:16)
                       MOVE CHECKPOINT-RECORD(45:14)
                           TO STEP-STARTED-AT(WS-CHECKPOINT-STEP)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FORGET-CHECKPOINT-STEPS.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE "NOT RUN" TO STEP-OUTCOME(WS-STEP-INDEX)
               MOVE 0 TO STEP-RC(WS-STEP-INDEX)
               MOVE SPACES TO STEP-STARTED-AT(WS-STEP-INDEX)
               MOVE SPACES TO STEP-ENDED-AT(WS-STEP-INDEX)
           END-PERFORM.

       START-CHECKPOINT-RUN.
      *    A fresh run starts the checkpoint over; a resumed ONE
      *    keeps its history AND carries ON under its OWN stamp.
           IF RESUMING-RUN
               MOVE WS-OPEN-RUN-STAMP TO WS-RUN-STAMP
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE "RUN" TO CHECKPOINT-RECORD(1:8)
               MOVE "RESUME" TO CHECKPOINT-RECORD(25:8)
               PERFORM WRITE-CHECKPOINT-LINE
               DISPLAY "===== RESUMING NIGHTLY RUN " WS-RUN-STAMP
                   " ====="
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN "
                       FUNCTION TRIM(WS-CHECKPOINT-PATH)
                       " (STATUS " WS-CHECKPOINT-STATUS
                       ") - CANNOT CONTINUE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE "RUN" TO CHECKPOINT-RECORD(1:8)
               MOVE "BEGIN" TO CHECKPOINT-RECORD(25:8)
               PERFORM WRITE-CHECKPOINT-LINE
               DISPLAY "===== NIGHTLY RUN " WS-RUN-STAMP " ====="
           END-IF.

       WRITE-CHECKPOINT-LINE.
      *    Stamps AND appends ONE line, closing the FILE straight
      *    after, so whatever happens TO the NEXT step the line
      *    before it is already ON disk.
           MOVE WS-RUN-STAMP TO CHECKPOINT-RECORD(10:14)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO CHECKPOINT-RECORD(45:14)

           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = "00"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE "
                   FUNCTION TRIM(WS-CHECKPOINT-PATH)
                   " (STATUS " WS-CHECKPOINT-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       RUN-ONE-STEP.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE "START" TO CHECKPOINT-RECORD(1:8)
           MOVE WS-STEP-INDEX TO CHECKPOINT-RECORD(25:2)
           MOVE STEP-NAME(WS-STEP-INDEX) TO CHECKPOINT-RECORD(28:16)
           PERFORM WRITE-CHECKPOINT-LINE
           MOVE WS-NOW-STAMP TO STEP-STARTED-AT(WS-STEP-INDEX)

           PERFORM WRITE-RESPONSE-FILE
           PERFORM INVOKE-STEP

           ADD 1 TO WS-RAN-COUNT
           IF STEP-RC(WS-STEP-INDEX) > STEP-MAX-RC(WS-STEP-INDEX)
               MOVE "FAILED" TO STEP-OUTCOME(WS-STEP-INDEX)
               SET STREAM-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE "OK" TO STEP-OUTCOME(WS-STEP-INDEX)
               IF STEP-RC(WS-STEP-INDEX) > WS-HIGHEST-RC
                   MOVE STEP-RC(WS-STEP-INDEX) TO WS-HIGHEST-RC
               END-IF
           END-IF

           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE "END" TO CHECKPOINT-RECORD(1:8)
           MOVE WS-STEP-INDEX TO CHECKPOINT-RECORD(25:2)
           MOVE STEP-NAME(WS-STEP-INDEX) TO CHECKPOINT-RECORD(28:16)
           MOVE STEP-RC(WS-STEP-INDEX) TO CHECKPOINT-RECORD(60:3)
           IF STREAM-FAILED
               MOVE "FAIL" TO CHECKPOINT-RECORD(64:4)
           ELSE
               MOVE "OK" TO CHECKPOINT-RECORD(64:4)
           END-IF
           PERFORM WRITE-CHECKPOINT-LINE
           MOVE WS-NOW-STAMP TO STEP-ENDED-AT(WS-STEP-INDEX).

       WRITE-RESPONSE-FILE.
      *    The step's PARM lines, one answer PER line - a step WITH
      *    no PARM lines still gets an empty FILE, so it never sits
      *    waiting ON the operator's terminal.
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-RESPONSE-FILE-PATH)
                   " (STATUS " WS-RESPONSE-FILE-STATUS
                   ") - CANNOT CONTINUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX
                       > STEP-PARM-COUNT(WS-STEP-INDEX)
               MOVE STEP-PARM(WS-STEP-INDEX, WS-PARM-INDEX)
                   TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-PERFORM

           CLOSE RESPONSE-FILE.

       INVOKE-STEP.
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING FUNCTION TRIM(STEP-COMMAND(WS-STEP-INDEX))
                       DELIMITED BY SIZE
                   " < " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RESPONSE-FILE-PATH)
                       DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND
           END-STRING

           DISPLAY " "
           DISPLAY "STEP " WS-STEP-INDEX ": "
               FUNCTION TRIM(STEP-NAME(WS-STEP-INDEX)) " - "
               FUNCTION TRIM(STEP-COMMAND(WS-STEP-INDEX))

           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE

      *    The shell hands back a wait status - the program's OWN
      *    RETURN-CODE sits IN its high byte. A status the step
      *    could never have set itself (it never started, OR was
      *    killed) is logged AS 999 so it cannot pass AS clean.
           EVALUATE TRUE
               WHEN WS-SYSTEM-STATUS < 0
                   MOVE 999 TO STEP-RC(WS-STEP-INDEX)
               WHEN WS-SYSTEM-STATUS >= 256
                   COMPUTE STEP-RC(WS-STEP-INDEX)
                       = WS-SYSTEM-STATUS / 256
               WHEN WS-SYSTEM-STATUS > 0
                   MOVE 999 TO STEP-RC(WS-STEP-INDEX)
               WHEN OTHER
                   MOVE 0 TO STEP-RC(WS-STEP-INDEX)
           END-EVALUATE

           DISPLAY "STEP " WS-STEP-INDEX ": "
               FUNCTION TRIM(STEP-NAME(WS-STEP-INDEX))
               " ENDED WITH RETURN-CODE " STEP-RC(WS-STEP-INDEX).

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "===== NIGHTLY RUN " WS-RUN-STAMP " SUMMARY ====="
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               EVALUATE STEP-OUTCOME(WS-STEP-INDEX)
                   WHEN "NOT RUN"
                       DISPLAY "STEP " WS-STEP-INDEX ": "
                           STEP-NAME(WS-STEP-INDEX) " NOT RUN"
                   WHEN "DONE"
                       DISPLAY "STEP " WS-STEP-INDEX ": "
                           STEP-NAME(WS-STEP-INDEX) " DONE     RC "
                           STEP-RC(WS-STEP-INDEX) "  "
                           STEP-STARTED-AT(WS-STEP-INDEX)(9:6)
                           "-" STEP-ENDED-AT(WS-STEP-INDEX)(9:6)
                           " (EARLIER ATTEMPT)"
                   WHEN OTHER
                       DISPLAY "STEP " WS-STEP-INDEX ": "
                           STEP-NAME(WS-STEP-INDEX) " "
                           STEP-OUTCOME(WS-STEP-INDEX) " RC "
                           STEP-RC(WS-STEP-INDEX) "  "
                           STEP-STARTED-AT(WS-STEP-INDEX)(9:6)
                           "-" STEP-ENDED-AT(WS-STEP-INDEX)(9:6)
                           " (LIMIT " STEP-MAX-RC(WS-STEP-INDEX) ")"
               END-EVALUATE
           END-PERFORM
           DISPLAY "STEPS: " WS-STEP-COUNT
               "  RAN: " WS-RAN-COUNT
               "  DONE EARLIER: " WS-SKIPPED-COUNT
               "  FAILED: " WS-FAILED-COUNT
           IF STREAM-FAILED
               DISPLAY "THE STREAM STOPPED - RERUN TO RESUME AT THE "
                   "FAILED STEP."
           ELSE
               DISPLAY "THE STREAM COMPLETED."
           END-IF
           DISPLAY "====================================".
