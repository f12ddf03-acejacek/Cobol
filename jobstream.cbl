       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEFINITION-FILE
               ASSIGN TO STREAM-DEFINITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFINITION-STATUS.
           SELECT STREAM-CHECKPOINT-FILE
               ASSIGN TO STREAM-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-CKPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STREAM-DEFINITION-FILE.
           01 STREAM-DEFINITION-RECORD  PIC X(300).

           FD STREAM-CHECKPOINT-FILE.
           01 STREAM-CHECKPOINT-RECORD.
               05 SC-REC-DATE     PIC X(8).
               05 FILLER          PIC X.
               05 SC-REC-STEP     PIC X(12).
               05 FILLER          PIC X.
               05 SC-REC-RESULT   PIC X(8).
               05 FILLER          PIC X.
               05 SC-REC-TIME     PIC X(6).
               05 FILLER          PIC X.
               05 SC-REC-RC       PIC 9(4).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD  PIC X(300).

           FD JOB-HISTORY-FILE.
           01 JOB-HISTORY-RECORD.
               05 JH-PROGRAM    PIC X(12).
               05 FILLER        PIC X.
               05 JH-DATE       PIC X(8).
               05 FILLER        PIC X.
               05 JH-TIME       PIC X(6).
               05 FILLER        PIC X.
               05 JH-MODE       PIC X(12).
               05 FILLER        PIC X.
               05 JH-INPUT      PIC X(24).
               05 FILLER        PIC X.
               05 JH-PROCESSED  PIC 9(6).
               05 FILLER        PIC X.
               05 JH-REJECTS    PIC 9(6).
               05 FILLER        PIC X.
               05 JH-STATUS     PIC X(8).
               05 FILLER        PIC X.
               05 JH-ELAPSED    PIC 9(6).

           WORKING-STORAGE SECTION.
       *> nightly stream driver: runs the steps named in the stream
       *> definition file in order, one "name,command,argument,
       *> dependencies" line per step ("*" lines are comments), e.g.
       *>     CHECK,./runcheck,,
       *>     PRIMES,./prime,B,CHECK
       *>     VERIFY,./sudokuvfy,,SUDOKU
       *> a dependency must name an EARLIER step (several are
       *> separated by spaces). The stream stops at the first step
       *> that ends with a non-zero return code (the programs all set
       *> 8 when abnormal) or appends a non-NORMAL job-history record
       *> of its own
           01 STREAM-DEFINITION-FILE-NAME  PIC X(255)
                          VALUE "job-stream.txt".
           01 WS-DEFINITION-STATUS  PIC XX.
               88 DEFINITION-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-DEFINITION-FILE  VALUE "10".

       *> one record per finished step, keyed by business date, so a
       *> rerun the same night skips every step already DONE and
       *> resumes at the one that failed, instead of re-sieving primes
       *> because the Sudoku batch fell over at 3 a.m.
           01 STREAM-CHECKPOINT-FILE-NAME  PIC X(255)
                          VALUE "job-stream.ckpt".
           01 WS-STREAM-CKPT-STATUS  PIC XX.
               88 STREAM-CKPT-GOOD        VALUES ZERO, "10".
               88 END-OF-STREAM-CKPT      VALUE "10".

           01 RUN-CONTROL-FILE-NAME  PIC X(255)
                          VALUE "run-control.txt".
           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 RC-KEY             PIC X(40).
           01 RC-VALUE           PIC X(255).

           01 JOB-HISTORY-FILE-NAME  PIC X(255)
                          VALUE "job-history.log".
           01 WS-HISTORY-STATUS  PIC XX.
               88 HISTORY-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-HISTORY-FILE  VALUE "10".
           01 WS-CURRENT-STAMP   PIC X(21).
           01 WS-START-STAMP     PIC X(21) VALUE SPACES.
           01 WS-START-SECS      PIC 9(7) VALUE ZERO.
           01 WS-END-SECS        PIC 9(7) VALUE ZERO.
           01 JH-RUN-ELAPSED     PIC 9(6) VALUE ZERO.
           01 JH-RUN-STATUS      PIC X(8) VALUE "NORMAL".

       *> the business date the stream runs for - today by default,
       *> or YYYYMMDD on the command line, so a rerun after midnight
       *> still picks up the night it belongs to
           01 WS-ARGUMENT        PIC X(40) VALUE SPACES.
           01 BUSINESS-DATE      PIC X(8) VALUE SPACES.

           01 STEP-LIMIT         PIC 99 VALUE 20.
           01 STEP-COUNT         PIC 99 VALUE ZERO.
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 20 TIMES.
                   10 STEP-NAME       PIC X(12).
                   10 STEP-COMMAND    PIC X(120).
                   10 STEP-ARGUMENT   PIC X(40).
                   10 STEP-DEP-COUNT  PIC 9.
                   10 STEP-DEP-SLOT   PIC 99 OCCURS 5 TIMES.
                   10 STEP-STATE      PIC X.
                       88 STEP-PENDING    VALUE " ".
                       88 STEP-DONE       VALUE "D".
                       88 STEP-SKIPPED    VALUE "S".
                       88 STEP-FAILED     VALUE "F".
                       88 STEP-COMPLETE   VALUES "D", "S".
           01 STEP-IDX           PIC 99 VALUE ZERO.
           01 STEP-SCAN          PIC 99 VALUE ZERO.
           01 STEP-FOUND         PIC 99 VALUE ZERO.
           01 DEP-IDX            PIC 9 VALUE ZERO.

           01 STEP-NAME-IN       PIC X(40).
           01 STEP-COMMAND-IN    PIC X(120).
           01 STEP-ARGUMENT-IN   PIC X(40).
           01 STEP-DEPENDS-IN    PIC X(120).
           01 DEP-NAMES-IN.
               05 DEP-NAME-IN PIC X(40) OCCURS 6 TIMES.
           01 DEFINITION-LINE-NUMBER PIC 9(4) VALUE ZERO.
           01 DEFINITION-ERRORS  PIC 9(4) VALUE ZERO.
           01 WS-LINE-EDIT       PIC ZZZ9.

           01 STEP-COMMAND-LINE  PIC X(200).
           01 STEP-RC            PIC S9(9) VALUE ZERO.
           01 STEP-RC-D          PIC -(8)9.
           01 STEP-RESULT        PIC X(8).
           01 HISTORY-BEFORE     PIC 9(6) VALUE ZERO.
           01 HISTORY-SEEN       PIC 9(6) VALUE ZERO.
           01 STEP-HISTORY-STATUS PIC X(8).
           01 STEP-HISTORY-PROGRAM PIC X(12).

           01 STEPS-RUN          PIC 99 VALUE ZERO.
           01 STEPS-SKIPPED      PIC 99 VALUE ZERO.
           01 STEPS-FAILED       PIC 99 VALUE ZERO.
           01 WS-STREAM-FLAG     PIC X VALUE "N".
               88 STREAM-HELD        VALUE "Y".
           01 WS-COUNT-D         PIC Z9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE.
           IF WS-ARGUMENT = SPACES THEN
               MOVE WS-START-STAMP (1:8) TO BUSINESS-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-ARGUMENT) TO WS-ARGUMENT
               IF WS-ARGUMENT (1:8) IS NOT NUMERIC
                       OR WS-ARGUMENT (9:) NOT = SPACES THEN
                   DISPLAY "Business date must be YYYYMMDD, not '"
                       FUNCTION TRIM(WS-ARGUMENT) "'."
                   MOVE "ERROR" TO JH-RUN-STATUS
                   PERFORM FINISH-PARAGRAPH
               END-IF
               MOVE WS-ARGUMENT (1:8) TO BUSINESS-DATE
           END-IF.
           DISPLAY "Job stream for business date " BUSINESS-DATE.
           PERFORM LOAD-DEFINITION-PARAGRAPH
               THRU LOAD-DEFINITION-EXIT.
           IF DEFINITION-ERRORS > ZERO OR STEP-COUNT = ZERO THEN
               DISPLAY "Stream definition unusable - nothing run."
               MOVE "ERROR" TO JH-RUN-STATUS
               PERFORM FINISH-PARAGRAPH
           END-IF.
           PERFORM LOAD-STREAM-CHECKPOINT-PARAGRAPH
               THRU LOAD-STREAM-CHECKPOINT-EXIT.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR STREAM-HELD
               PERFORM RUN-STEP-PARAGRAPH THRU RUN-STEP-EXIT
           END-PERFORM.
           PERFORM WRITE-SUMMARY-PARAGRAPH.
           IF STREAM-HELD THEN
               MOVE "FAIL" TO JH-RUN-STATUS
           END-IF.
           PERFORM FINISH-PARAGRAPH.

       FINISH-PARAGRAPH.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> the definition, the stream checkpoint and the log can all be
       *> redirected from the shared card; other keys are ignored
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT CONTROL-FILE-GOOD THEN
               GO TO LOAD-RUN-CONTROL-EXIT
           END-IF.
           PERFORM UNTIL END-OF-CONTROL-FILE
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-CONTROL-RECORD NOT = SPACES
                               AND RUN-CONTROL-RECORD (1:1) NOT = "*"
                           MOVE SPACES TO RC-KEY
                           MOVE SPACES TO RC-VALUE
                           UNSTRING RUN-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO RC-KEY RC-VALUE
                           END-UNSTRING
                           PERFORM APPLY-CONTROL-CARD-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
       LOAD-RUN-CONTROL-EXIT.
           EXIT
       .

       APPLY-CONTROL-CARD-PARAGRAPH.
           EVALUATE FUNCTION TRIM(RC-KEY)
               WHEN "STREAM-DEFINITION-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO STREAM-DEFINITION-FILE-NAME
               WHEN "STREAM-CHECKPOINT-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO STREAM-CHECKPOINT-FILE-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       LOAD-DEFINITION-PARAGRAPH.
       *> every problem in the definition is reported before anything
       *> runs - a stream that cannot be followed to the end is not
       *> started at all
           OPEN INPUT STREAM-DEFINITION-FILE.
           IF NOT DEFINITION-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(STREAM-DEFINITION-FILE-NAME)
                   " status " WS-DEFINITION-STATUS
               ADD 1 TO DEFINITION-ERRORS
               GO TO LOAD-DEFINITION-EXIT
           END-IF.
           PERFORM UNTIL END-OF-DEFINITION-FILE
               READ STREAM-DEFINITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO DEFINITION-LINE-NUMBER
                       IF STREAM-DEFINITION-RECORD NOT = SPACES
                               AND STREAM-DEFINITION-RECORD (1:1)
                                   NOT = "*"
                           PERFORM STORE-STEP-PARAGRAPH
                               THRU STORE-STEP-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STREAM-DEFINITION-FILE.
       LOAD-DEFINITION-EXIT.
           EXIT
       .

       STORE-STEP-PARAGRAPH.
           MOVE SPACES TO STEP-NAME-IN.
           MOVE SPACES TO STEP-COMMAND-IN.
           MOVE SPACES TO STEP-ARGUMENT-IN.
           MOVE SPACES TO STEP-DEPENDS-IN.
           UNSTRING STREAM-DEFINITION-RECORD DELIMITED BY ","
               INTO STEP-NAME-IN STEP-COMMAND-IN STEP-ARGUMENT-IN
                   STEP-DEPENDS-IN
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(STEP-NAME-IN))
               TO STEP-NAME-IN.
           IF STEP-NAME-IN = SPACES
                   OR FUNCTION TRIM(STEP-COMMAND-IN) = SPACES THEN
               PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
               DISPLAY "  a step needs both a name and a command"
               GO TO STORE-STEP-EXIT
           END-IF.
           IF STEP-NAME-IN (13:) NOT = SPACES THEN
               PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
               DISPLAY "  step name longer than 12 characters"
               GO TO STORE-STEP-EXIT
           END-IF.
           PERFORM FIND-STEP-PARAGRAPH.
           IF STEP-FOUND > ZERO THEN
               PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
               DISPLAY "  step " FUNCTION TRIM(STEP-NAME-IN)
                   " is defined twice"
               GO TO STORE-STEP-EXIT
           END-IF.
           IF STEP-COUNT >= STEP-LIMIT THEN
               PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
               DISPLAY "  more than 20 steps in one stream"
               GO TO STORE-STEP-EXIT
           END-IF.
           ADD 1 TO STEP-COUNT.
           MOVE SPACES TO STEP-ENTRY (STEP-COUNT).
           MOVE STEP-NAME-IN TO STEP-NAME (STEP-COUNT).
           MOVE FUNCTION TRIM(STEP-COMMAND-IN)
               TO STEP-COMMAND (STEP-COUNT).
           MOVE FUNCTION TRIM(STEP-ARGUMENT-IN)
               TO STEP-ARGUMENT (STEP-COUNT).
           MOVE ZERO TO STEP-DEP-COUNT (STEP-COUNT).
           PERFORM STORE-DEPENDENCIES-PARAGRAPH.
       STORE-STEP-EXIT.
           EXIT
       .

       STORE-DEPENDENCIES-PARAGRAPH.
       *> each dependency resolves to the slot of a step ALREADY
       *> defined above, which also keeps the file in run order
           MOVE SPACES TO DEP-NAMES-IN.
           IF STEP-DEPENDS-IN NOT = SPACES THEN
               UNSTRING FUNCTION TRIM(STEP-DEPENDS-IN)
                   DELIMITED BY ALL SPACE
                   INTO DEP-NAME-IN (1) DEP-NAME-IN (2)
                       DEP-NAME-IN (3) DEP-NAME-IN (4)
                       DEP-NAME-IN (5) DEP-NAME-IN (6)
               END-UNSTRING
           END-IF.
           IF DEP-NAME-IN (6) NOT = SPACES THEN
               PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
               DISPLAY "  more than 5 dependencies on one step"
           END-IF.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > 5
               IF DEP-NAME-IN (DEP-IDX) NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE(DEP-NAME-IN (DEP-IDX))
                       TO STEP-NAME-IN
                   PERFORM FIND-STEP-PARAGRAPH
                   IF STEP-FOUND = ZERO
                           OR STEP-FOUND = STEP-COUNT THEN
                       PERFORM REPORT-DEFINITION-ERROR-PARAGRAPH
                       DISPLAY "  dependency "
                           FUNCTION TRIM(STEP-NAME-IN)
                           " is not an earlier step"
                   ELSE
                       ADD 1 TO STEP-DEP-COUNT (STEP-COUNT)
                       MOVE STEP-FOUND TO STEP-DEP-SLOT
                           (STEP-COUNT STEP-DEP-COUNT (STEP-COUNT))
                   END-IF
               END-IF
           END-PERFORM
       .

       FIND-STEP-PARAGRAPH.
           MOVE ZERO TO STEP-FOUND.
           PERFORM VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > STEP-COUNT OR STEP-FOUND > ZERO
               IF STEP-NAME (STEP-SCAN) = STEP-NAME-IN THEN
                   MOVE STEP-SCAN TO STEP-FOUND
               END-IF
           END-PERFORM
       .

       REPORT-DEFINITION-ERROR-PARAGRAPH.
           ADD 1 TO DEFINITION-ERRORS.
           MOVE DEFINITION-LINE-NUMBER TO WS-LINE-EDIT.
           DISPLAY "Definition line " FUNCTION TRIM(WS-LINE-EDIT) ": "
               FUNCTION TRIM(STREAM-DEFINITION-RECORD)
       .

       LOAD-STREAM-CHECKPOINT-PARAGRAPH.
       *> steps already DONE for this business date are marked
       *> skipped; records for other dates, or for steps no longer in
       *> the definition, are simply passed over
           OPEN INPUT STREAM-CHECKPOINT-FILE.
           IF NOT STREAM-CKPT-GOOD THEN
               GO TO LOAD-STREAM-CHECKPOINT-EXIT
           END-IF.
           PERFORM UNTIL END-OF-STREAM-CKPT
               READ STREAM-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-REC-DATE = BUSINESS-DATE
                               AND SC-REC-RESULT = "DONE" THEN
                           MOVE SC-REC-STEP TO STEP-NAME-IN
                           PERFORM FIND-STEP-PARAGRAPH
                           IF STEP-FOUND > ZERO THEN
                               SET STEP-SKIPPED (STEP-FOUND) TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STREAM-CHECKPOINT-FILE.
       LOAD-STREAM-CHECKPOINT-EXIT.
           EXIT
       .

       RUN-STEP-PARAGRAPH.
       *> one step: skipped when already done tonight, held when a
       *> dependency is not complete, otherwise run and judged on both
       *> its return code and the history records it appended
           IF STEP-SKIPPED (STEP-IDX) THEN
               ADD 1 TO STEPS-SKIPPED
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME (STEP-IDX))
                   " already completed for " BUSINESS-DATE
                   " - skipped"
               GO TO RUN-STEP-EXIT
           END-IF.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > STEP-DEP-COUNT (STEP-IDX)
                       OR STREAM-HELD
               MOVE STEP-DEP-SLOT (STEP-IDX DEP-IDX) TO STEP-SCAN
               IF NOT STEP-COMPLETE (STEP-SCAN) THEN
                   DISPLAY "Step " FUNCTION TRIM(STEP-NAME (STEP-IDX))
                       " held - dependency "
                       FUNCTION TRIM(STEP-NAME (STEP-SCAN))
                       " has not completed"
                   MOVE "Y" TO WS-STREAM-FLAG
               END-IF
           END-PERFORM.
           IF STREAM-HELD THEN
               GO TO RUN-STEP-EXIT
           END-IF.

           MOVE 999999 TO HISTORY-BEFORE.
           PERFORM COUNT-HISTORY-PARAGRAPH THRU COUNT-HISTORY-EXIT.
           MOVE HISTORY-SEEN TO HISTORY-BEFORE.
           MOVE SPACES TO STEP-COMMAND-LINE.
           STRING FUNCTION TRIM(STEP-COMMAND (STEP-IDX)) " "
               FUNCTION TRIM(STEP-ARGUMENT (STEP-IDX))
               DELIMITED BY SIZE INTO STEP-COMMAND-LINE.
           DISPLAY "Step " FUNCTION TRIM(STEP-NAME (STEP-IDX))
               " starting: "
               FUNCTION TRIM(STEP-COMMAND-LINE).
           ADD 1 TO STEPS-RUN.
           CALL "SYSTEM" USING STEP-COMMAND-LINE.
           MOVE RETURN-CODE TO STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF STEP-RC > 255 THEN
               *> a wait status - the exit code is its high byte
               COMPUTE STEP-RC = STEP-RC / 256
           END-IF.

           MOVE "NORMAL" TO STEP-HISTORY-STATUS.
           MOVE SPACES TO STEP-HISTORY-PROGRAM.
           PERFORM COUNT-HISTORY-PARAGRAPH THRU COUNT-HISTORY-EXIT.
           IF STEP-RC NOT = ZERO
                   OR STEP-HISTORY-STATUS NOT = "NORMAL" THEN
               SET STEP-FAILED (STEP-IDX) TO TRUE
               MOVE "FAILED" TO STEP-RESULT
               ADD 1 TO STEPS-FAILED
               MOVE "Y" TO WS-STREAM-FLAG
               MOVE STEP-RC TO STEP-RC-D
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME (STEP-IDX))
                   " FAILED - return code "
                   FUNCTION TRIM(STEP-RC-D)
                   ", history status "
                   FUNCTION TRIM(STEP-HISTORY-STATUS)
               IF STEP-HISTORY-PROGRAM NOT = SPACES THEN
                   DISPLAY "  from " STEP-HISTORY-PROGRAM
               END-IF
               DISPLAY "Stream held at step "
                   FUNCTION TRIM(STEP-NAME (STEP-IDX))
                   " - rerun to resume here."
           ELSE
               SET STEP-DONE (STEP-IDX) TO TRUE
               MOVE "DONE" TO STEP-RESULT
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME (STEP-IDX))
                   " completed."
           END-IF.
           PERFORM WRITE-STREAM-CHECKPOINT-PARAGRAPH.
       RUN-STEP-EXIT.
           EXIT
       .

       COUNT-HISTORY-PARAGRAPH.
       *> counts the records on the log; records past HISTORY-BEFORE
       *> are the ones the step just appended, and the first of them
       *> that is not NORMAL decides the step's status
           MOVE ZERO TO HISTORY-SEEN.
           OPEN INPUT JOB-HISTORY-FILE.
           IF NOT HISTORY-FILE-GOOD THEN
               GO TO COUNT-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL END-OF-HISTORY-FILE
               READ JOB-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO HISTORY-SEEN
                       IF HISTORY-SEEN > HISTORY-BEFORE
                               AND JH-STATUS NOT = "NORMAL"
                               AND STEP-HISTORY-STATUS = "NORMAL"
                           MOVE JH-STATUS TO STEP-HISTORY-STATUS
                           MOVE JH-PROGRAM TO STEP-HISTORY-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-HISTORY-FILE.
       COUNT-HISTORY-EXIT.
           EXIT
       .

       WRITE-STREAM-CHECKPOINT-PARAGRAPH.
       *> appended, never rewritten - the file doubles as the record of
       *> every attempt made on every business date
           OPEN EXTEND STREAM-CHECKPOINT-FILE.
           IF NOT STREAM-CKPT-GOOD THEN
               OPEN OUTPUT STREAM-CHECKPOINT-FILE
           END-IF.
           IF STREAM-CKPT-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO STREAM-CHECKPOINT-RECORD
               MOVE BUSINESS-DATE TO SC-REC-DATE
               MOVE STEP-NAME (STEP-IDX) TO SC-REC-STEP
               MOVE STEP-RESULT TO SC-REC-RESULT
               MOVE WS-CURRENT-STAMP (9:6) TO SC-REC-TIME
               IF STEP-RC < ZERO OR STEP-RC > 9999 THEN
                   MOVE 9999 TO SC-REC-RC
               ELSE
                   MOVE STEP-RC TO SC-REC-RC
               END-IF
               WRITE STREAM-CHECKPOINT-RECORD
               CLOSE STREAM-CHECKPOINT-FILE
           ELSE
               DISPLAY "Could not write "
                   FUNCTION TRIM(STREAM-CHECKPOINT-FILE-NAME)
                   " status " WS-STREAM-CKPT-STATUS
                   " - a rerun will repeat this step"
           END-IF
       .

       WRITE-SUMMARY-PARAGRAPH.
           DISPLAY " ".
           MOVE STEPS-RUN TO WS-COUNT-D.
           DISPLAY "Steps run: " FUNCTION TRIM(WS-COUNT-D).
           MOVE STEPS-SKIPPED TO WS-COUNT-D.
           DISPLAY "Steps skipped (done earlier): "
               FUNCTION TRIM(WS-COUNT-D).
           IF STREAM-HELD THEN
               DISPLAY "Stream HELD - not every step completed."
           ELSE
               DISPLAY "Stream complete for " BUSINESS-DATE "."
           END-IF
       .

       WRITE-JOB-HISTORY-PARAGRAPH.
       *> the stream's own record, after every step's - a RESTART mode
       *> marks a run that picked up a failed night part-way through
           OPEN EXTEND JOB-HISTORY-FILE.
           IF NOT HISTORY-FILE-GOOD THEN
               OPEN OUTPUT JOB-HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO JOB-HISTORY-RECORD
               MOVE "JobStream" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               IF STEPS-SKIPPED > ZERO THEN
                   MOVE "RESTART" TO JH-MODE
               ELSE
                   MOVE "STREAM" TO JH-MODE
               END-IF
               MOVE STREAM-DEFINITION-FILE-NAME (1:24) TO JH-INPUT
               MOVE STEPS-RUN TO JH-PROCESSED
               MOVE STEPS-FAILED TO JH-REJECTS
               MOVE JH-RUN-STATUS TO JH-STATUS
               PERFORM COMPUTE-ELAPSED-PARAGRAPH
               MOVE JH-RUN-ELAPSED TO JH-ELAPSED
               WRITE JOB-HISTORY-RECORD
               CLOSE JOB-HISTORY-FILE
           END-IF
       .

       COMPUTE-ELAPSED-PARAGRAPH.
       *> wall-clock seconds between the start stamp and the current
       *> stamp, surviving a run that crosses midnight
           COMPUTE WS-START-SECS =
               FUNCTION NUMVAL(WS-START-STAMP (9:2)) * 3600
               + FUNCTION NUMVAL(WS-START-STAMP (11:2)) * 60
               + FUNCTION NUMVAL(WS-START-STAMP (13:2)).
           COMPUTE WS-END-SECS =
               FUNCTION NUMVAL(WS-CURRENT-STAMP (9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-STAMP (11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-STAMP (13:2)).
           COMPUTE JH-RUN-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-STAMP (1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-START-STAMP (1:8))))
               * 86400 + WS-END-SECS - WS-START-SECS
       .
