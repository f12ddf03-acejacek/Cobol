       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CONTROL-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO BALANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CONTROL-TOTALS-FILE.
           01 CONTROL-TOTALS-RECORD.
               05 CT-PROGRAM    PIC X(12).
               05 FILLER        PIC X.
               05 CT-DATE       PIC X(8).
               05 FILLER        PIC X.
               05 CT-TIME       PIC X(6).
               05 FILLER        PIC X.
               05 CT-MODE       PIC X(12).
               05 FILLER        PIC X.
               05 CT-INPUT      PIC X(24).
               05 FILLER        PIC X.
               05 CT-READ       PIC 9(6).
               05 FILLER        PIC X.
               05 CT-WRITTEN    PIC 9(6).
               05 FILLER        PIC X.
               05 CT-REJECTED   PIC 9(6).
               05 FILLER        PIC X.
               05 CT-SOLVED     PIC 9(6).
               05 FILLER        PIC X.
               05 CT-UNSOLVED   PIC 9(6).

           FD BALANCE-REPORT-FILE.
           01 BALANCE-REPORT-RECORD  PIC X(100).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD     PIC X(300).

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
       *> balancing step for the nightly stream: the batch programs
       *> each append a control-totals record (read / written /
       *> rejected, plus solved / unsolved for the puzzle runs), and
       *> this program proves the LATEST record of each program adds
       *> up on its own and against the programs downstream of it -
       *> any out-of-balance condition ends FAIL with RETURN-CODE 8 so
       *> the stream is held before anyone uses the reports
           01 CONTROL-TOTALS-FILE-NAME PIC X(255)
                          VALUE "control-totals.txt".
           01 BALANCE-REPORT-FILE-NAME PIC X(255)
                          VALUE "control-balance.txt".
           01 RUN-CONTROL-FILE-NAME    PIC X(255)
                          VALUE "run-control.txt".
           01 JOB-HISTORY-FILE-NAME    PIC X(255)
                          VALUE "job-history.log".

           01 WS-TOTALS-STATUS   PIC XX.
               88 TOTALS-FILE-GOOD     VALUES ZERO, "10".
               88 END-OF-TOTALS-FILE   VALUE "10".
           01 WS-BALANCE-STATUS  PIC XX.
               88 BALANCE-FILE-GOOD    VALUE ZERO.
           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-HISTORY-STATUS  PIC XX.
               88 HISTORY-FILE-GOOD    VALUE ZERO.
           01 RC-KEY             PIC X(40).
           01 RC-VALUE           PIC X(255).
           01 WS-CURRENT-STAMP   PIC X(21).
           01 WS-START-STAMP     PIC X(21) VALUE SPACES.
           01 WS-START-SECS      PIC 9(7) VALUE ZERO.
           01 WS-END-SECS        PIC 9(7) VALUE ZERO.
           01 JH-RUN-ELAPSED     PIC 9(6) VALUE ZERO.
           01 JH-RUN-STATUS      PIC X(8) VALUE "NORMAL".

       *> the latest control-totals record of each balanced program;
       *> the slot numbers below fix which program sits where
           01 SUDOKU-SLOT        PIC 9 VALUE 1.
           01 VERIFY-SLOT        PIC 9 VALUE 2.
           01 PRIME-SLOT         PIC 9 VALUE 3.
           01 WORDS-SLOT         PIC 9 VALUE 4.
           01 BAL-SLOT-COUNT     PIC 9 VALUE 4.
           01 BALANCE-TABLE.
               05 BAL-ENTRY OCCURS 4 TIMES.
                   10 BAL-PROGRAM    PIC X(12).
                   10 BAL-FOUND      PIC X.
                       88 BAL-ON-FILE    VALUE "Y".
                   10 BAL-STAMP      PIC X(14).
                   10 BAL-INPUT      PIC X(24).
                   10 BAL-READ       PIC 9(6).
                   10 BAL-WRITTEN    PIC 9(6).
                   10 BAL-REJECTED   PIC 9(6).
                   10 BAL-SOLVED     PIC 9(6).
                   10 BAL-UNSOLVED   PIC 9(6).
           01 BAL-IDX            PIC 9 VALUE ZERO.
           01 BAL-SLOT           PIC 9 VALUE ZERO.
           01 TOTALS-RECORDS     PIC 9(6) VALUE ZERO.
           01 TOTALS-UNREADABLE  PIC 9(6) VALUE ZERO.

       *> one equality test: the label, the two sides and their names
           01 CHK-LABEL          PIC X(40) VALUE SPACES.
           01 CHK-LEFT           PIC 9(6) VALUE ZERO.
           01 CHK-RIGHT          PIC 9(6) VALUE ZERO.
           01 CHK-LEFT-TEXT      PIC X(30) VALUE SPACES.
           01 CHK-RIGHT-TEXT     PIC X(30) VALUE SPACES.
           01 CHECKS-RUN         PIC 9(6) VALUE ZERO.
           01 CHECKS-FAILED      PIC 9(6) VALUE ZERO.
           01 CHECKS-SKIPPED     PIC 9(6) VALUE ZERO.
           01 WS-LINE-OUT        PIC X(100).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           MOVE "Sudoku" TO BAL-PROGRAM (SUDOKU-SLOT).
           MOVE "SudokuVerify" TO BAL-PROGRAM (VERIFY-SLOT).
           MOVE "PrimeNumbers" TO BAL-PROGRAM (PRIME-SLOT).
           MOVE "CountWords" TO BAL-PROGRAM (WORDS-SLOT).
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-SLOT-COUNT
               MOVE "N" TO BAL-FOUND (BAL-IDX)
           END-PERFORM.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF NOT TOTALS-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(CONTROL-TOTALS-FILE-NAME)
                   " status " WS-TOTALS-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               PERFORM WRITE-JOB-HISTORY-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-TOTALS-FILE
               READ CONTROL-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-TOTALS-RECORD-PARAGRAPH
                           THRU TAKE-TOTALS-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE CONTROL-TOTALS-FILE.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           IF NOT BALANCE-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(BALANCE-REPORT-FILE-NAME)
                   " status " WS-BALANCE-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               PERFORM WRITE-JOB-HISTORY-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-LATEST-TOTALS-PARAGRAPH.
           PERFORM BALANCE-SUDOKU-PARAGRAPH
               THRU BALANCE-SUDOKU-EXIT.
           PERFORM BALANCE-VERIFY-PARAGRAPH
               THRU BALANCE-VERIFY-EXIT.
           PERFORM BALANCE-PRIME-PARAGRAPH
               THRU BALANCE-PRIME-EXIT.
           PERFORM BALANCE-WORDS-PARAGRAPH
               THRU BALANCE-WORDS-EXIT.
           PERFORM WRITE-BALANCE-SUMMARY-PARAGRAPH.
           IF BALANCE-FILE-GOOD THEN
               CLOSE BALANCE-REPORT-FILE
           END-IF.
           IF CHECKS-FAILED > ZERO THEN
               MOVE "FAIL" TO JH-RUN-STATUS
           END-IF.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> same KEY=VALUE card the batch programs read, so the totals
       *> file follows them wherever the card points it
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
                           PERFORM APPLY-CONTROL-CARD-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
       LOAD-RUN-CONTROL-EXIT.
           EXIT
       .

       APPLY-CONTROL-CARD-PARAGRAPH.
           MOVE SPACES TO RC-KEY.
           MOVE SPACES TO RC-VALUE.
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY "="
               INTO RC-KEY RC-VALUE
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(RC-KEY)
               WHEN "CONTROL-TOTALS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CONTROL-TOTALS-FILE-NAME
               WHEN "CONTROL-BALANCE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO BALANCE-REPORT-FILE-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       TAKE-TOTALS-RECORD-PARAGRAPH.
       *> the file is appended in run order, so a later record for a
       *> program simply replaces the earlier one in its slot
           ADD 1 TO TOTALS-RECORDS.
           MOVE ZERO TO BAL-SLOT.
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-SLOT-COUNT OR BAL-SLOT > ZERO
               IF BAL-PROGRAM (BAL-IDX) = CT-PROGRAM THEN
                   MOVE BAL-IDX TO BAL-SLOT
               END-IF
           END-PERFORM.
           IF BAL-SLOT = ZERO THEN
               GO TO TAKE-TOTALS-RECORD-EXIT
           END-IF.
           IF CT-READ IS NOT NUMERIC OR CT-WRITTEN IS NOT NUMERIC
                   OR CT-REJECTED IS NOT NUMERIC
                   OR CT-SOLVED IS NOT NUMERIC
                   OR CT-UNSOLVED IS NOT NUMERIC THEN
               ADD 1 TO TOTALS-UNREADABLE
               GO TO TAKE-TOTALS-RECORD-EXIT
           END-IF.
           MOVE "Y" TO BAL-FOUND (BAL-SLOT).
           MOVE SPACES TO BAL-STAMP (BAL-SLOT).
           STRING CT-DATE CT-TIME DELIMITED BY SIZE
               INTO BAL-STAMP (BAL-SLOT).
           MOVE CT-INPUT TO BAL-INPUT (BAL-SLOT).
           MOVE CT-READ TO BAL-READ (BAL-SLOT).
           MOVE CT-WRITTEN TO BAL-WRITTEN (BAL-SLOT).
           MOVE CT-REJECTED TO BAL-REJECTED (BAL-SLOT).
           MOVE CT-SOLVED TO BAL-SOLVED (BAL-SLOT).
           MOVE CT-UNSOLVED TO BAL-UNSOLVED (BAL-SLOT).
       TAKE-TOTALS-RECORD-EXIT.
           EXIT
       .

       WRITE-LATEST-TOTALS-PARAGRAPH.
       *> echo the records being balanced, so the report shows which
       *> night's runs it proved
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Control totals balanced from "
               FUNCTION TRIM(CONTROL-TOTALS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH.
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-SLOT-COUNT
               MOVE SPACES TO WS-LINE-OUT
               IF BAL-ON-FILE (BAL-IDX) THEN
                   STRING "  " BAL-PROGRAM (BAL-IDX) " "
                       BAL-STAMP (BAL-IDX) (1:8) " "
                       BAL-STAMP (BAL-IDX) (9:6) " "
                       BAL-INPUT (BAL-IDX)
                       " R " BAL-READ (BAL-IDX)
                       " W " BAL-WRITTEN (BAL-IDX)
                       " X " BAL-REJECTED (BAL-IDX)
                       DELIMITED BY SIZE INTO WS-LINE-OUT
               ELSE
                   STRING "  " BAL-PROGRAM (BAL-IDX)
                       " no control totals on file"
                       DELIMITED BY SIZE INTO WS-LINE-OUT
               END-IF
               PERFORM WRITE-BALANCE-LINE-PARAGRAPH
           END-PERFORM.
           IF TOTALS-UNREADABLE > ZERO THEN
               MOVE TOTALS-UNREADABLE TO WS-EDIT-NUM
               MOVE SPACES TO WS-LINE-OUT
               STRING "  " FUNCTION TRIM(WS-EDIT-NUM)
                   " damaged control-totals record(s) ignored"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-BALANCE-LINE-PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH
       .

       BALANCE-SUDOKU-PARAGRAPH.
       *> every puzzle line read became a report block or a rejects
       *> line, and every block is either solved or "no solution"
           IF NOT BAL-ON-FILE (SUDOKU-SLOT) THEN
               MOVE SUDOKU-SLOT TO BAL-SLOT
               PERFORM SKIP-CHECK-PARAGRAPH
               GO TO BALANCE-SUDOKU-EXIT
           END-IF.
           MOVE "Sudoku lines read" TO CHK-LABEL.
           MOVE BAL-READ (SUDOKU-SLOT) TO CHK-LEFT.
           MOVE "lines read" TO CHK-LEFT-TEXT.
           COMPUTE CHK-RIGHT = BAL-WRITTEN (SUDOKU-SLOT)
               + BAL-REJECTED (SUDOKU-SLOT).
           MOVE "report blocks + rejects" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
           MOVE "Sudoku report blocks" TO CHK-LABEL.
           MOVE BAL-WRITTEN (SUDOKU-SLOT) TO CHK-LEFT.
           MOVE "report blocks" TO CHK-LEFT-TEXT.
           COMPUTE CHK-RIGHT = BAL-SOLVED (SUDOKU-SLOT)
               + BAL-UNSOLVED (SUDOKU-SLOT).
           MOVE "solved + unsolved" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
       BALANCE-SUDOKU-EXIT.
           EXIT
       .

       BALANCE-VERIFY-PARAGRAPH.
       *> the verifier must have re-read exactly what the solver
       *> wrote - same block count, same solved / no-solution split -
       *> and must have run after the latest solver batch
           IF NOT BAL-ON-FILE (VERIFY-SLOT) THEN
               MOVE VERIFY-SLOT TO BAL-SLOT
               PERFORM SKIP-CHECK-PARAGRAPH
               GO TO BALANCE-VERIFY-EXIT
           END-IF.
           IF NOT BAL-ON-FILE (SUDOKU-SLOT) THEN
               GO TO BALANCE-VERIFY-EXIT
           END-IF.
           IF BAL-STAMP (VERIFY-SLOT) < BAL-STAMP (SUDOKU-SLOT) THEN
               ADD 1 TO CHECKS-RUN
               ADD 1 TO CHECKS-FAILED
               MOVE SPACES TO WS-LINE-OUT
               STRING "** OUT OF BALANCE SudokuVerify has not run"
                   " since the latest Sudoku batch"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-BALANCE-LINE-PARAGRAPH
               GO TO BALANCE-VERIFY-EXIT
           END-IF.
           MOVE "SudokuVerify blocks" TO CHK-LABEL.
           MOVE BAL-READ (VERIFY-SLOT) TO CHK-LEFT.
           MOVE "blocks verified" TO CHK-LEFT-TEXT.
           MOVE BAL-WRITTEN (SUDOKU-SLOT) TO CHK-RIGHT.
           MOVE "Sudoku report blocks" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
           MOVE "SudokuVerify grids" TO CHK-LABEL.
           MOVE BAL-SOLVED (VERIFY-SLOT) TO CHK-LEFT.
           MOVE "grids verified" TO CHK-LEFT-TEXT.
           MOVE BAL-SOLVED (SUDOKU-SLOT) TO CHK-RIGHT.
           MOVE "Sudoku solved" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
           MOVE "SudokuVerify no-solution" TO CHK-LABEL.
           MOVE BAL-UNSOLVED (VERIFY-SLOT) TO CHK-LEFT.
           MOVE "no-solution blocks" TO CHK-LEFT-TEXT.
           MOVE BAL-UNSOLVED (SUDOKU-SLOT) TO CHK-RIGHT.
           MOVE "Sudoku unsolved" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
       BALANCE-VERIFY-EXIT.
           EXIT
       .

       BALANCE-PRIME-PARAGRAPH.
       *> every request line read was reported or written up as an
       *> invalid FIND
           IF NOT BAL-ON-FILE (PRIME-SLOT) THEN
               MOVE PRIME-SLOT TO BAL-SLOT
               PERFORM SKIP-CHECK-PARAGRAPH
               GO TO BALANCE-PRIME-EXIT
           END-IF.
           MOVE "PrimeNumbers requests" TO CHK-LABEL.
           MOVE BAL-READ (PRIME-SLOT) TO CHK-LEFT.
           MOVE "requests read" TO CHK-LEFT-TEXT.
           COMPUTE CHK-RIGHT = BAL-WRITTEN (PRIME-SLOT)
               + BAL-REJECTED (PRIME-SLOT).
           MOVE "reported + invalid FIND" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
       BALANCE-PRIME-EXIT.
           EXIT
       .

       BALANCE-WORDS-PARAGRAPH.
       *> every batch-list entry was reported or failed to open
           IF NOT BAL-ON-FILE (WORDS-SLOT) THEN
               MOVE WORDS-SLOT TO BAL-SLOT
               PERFORM SKIP-CHECK-PARAGRAPH
               GO TO BALANCE-WORDS-EXIT
           END-IF.
           MOVE "CountWords files" TO CHK-LABEL.
           MOVE BAL-READ (WORDS-SLOT) TO CHK-LEFT.
           MOVE "batch entries" TO CHK-LEFT-TEXT.
           COMPUTE CHK-RIGHT = BAL-WRITTEN (WORDS-SLOT)
               + BAL-REJECTED (WORDS-SLOT).
           MOVE "reported + unopened" TO CHK-RIGHT-TEXT.
           PERFORM CHECK-EQUAL-PARAGRAPH.
       BALANCE-WORDS-EXIT.
           EXIT
       .

       CHECK-EQUAL-PARAGRAPH.
       *> one balancing test - both sides are printed either way so
       *> the report doubles as the control-totals listing
           ADD 1 TO CHECKS-RUN.
           MOVE CHK-LEFT TO WS-EDIT-NUM.
           MOVE CHK-RIGHT TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           IF CHK-LEFT = CHK-RIGHT THEN
               STRING "   in balance     " CHK-LABEL (1:26)
                   FUNCTION TRIM(CHK-LEFT-TEXT) " "
                   FUNCTION TRIM(WS-EDIT-NUM) " = "
                   FUNCTION TRIM(CHK-RIGHT-TEXT) " "
                   FUNCTION TRIM(WS-EDIT-NUM-2)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           ELSE
               ADD 1 TO CHECKS-FAILED
               STRING "** OUT OF BALANCE " CHK-LABEL (1:26)
                   FUNCTION TRIM(CHK-LEFT-TEXT) " "
                   FUNCTION TRIM(WS-EDIT-NUM) " <> "
                   FUNCTION TRIM(CHK-RIGHT-TEXT) " "
                   FUNCTION TRIM(WS-EDIT-NUM-2)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           END-IF.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH
       .

       SKIP-CHECK-PARAGRAPH.
       *> a program with no control totals on file did not run in
       *> this stream - noted, not failed
           ADD 1 TO CHECKS-SKIPPED.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "   not checked    "
               FUNCTION TRIM(BAL-PROGRAM (BAL-SLOT))
               " - no control totals on file"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH
       .

       WRITE-BALANCE-SUMMARY-PARAGRAPH.
           MOVE CHECKS-RUN TO WS-EDIT-NUM.
           MOVE CHECKS-FAILED TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH.
           IF CHECKS-FAILED = ZERO THEN
               STRING "PASS - " FUNCTION TRIM(WS-EDIT-NUM)
                   " balancing check(s), all in balance."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           ELSE
               STRING "FAIL - " FUNCTION TRIM(WS-EDIT-NUM)
                   " balancing check(s), "
                   FUNCTION TRIM(WS-EDIT-NUM-2)
                   " out of balance - hold the stream."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           END-IF.
           PERFORM WRITE-BALANCE-LINE-PARAGRAPH
       .

       WRITE-BALANCE-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT TRAILING).
           IF BALANCE-FILE-GOOD THEN
               WRITE BALANCE-REPORT-RECORD FROM WS-LINE-OUT
           END-IF
       .

       WRITE-JOB-HISTORY-PARAGRAPH.
       *> checks run and checks out of balance go in the processed /
       *> rejects columns, so the stream driver holds on a FAIL
           OPEN EXTEND JOB-HISTORY-FILE.
           IF NOT HISTORY-FILE-GOOD THEN
               OPEN OUTPUT JOB-HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO JOB-HISTORY-RECORD
               MOVE "BalanceCheck" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE "BALANCE" TO JH-MODE
               MOVE CONTROL-TOTALS-FILE-NAME (1:24) TO JH-INPUT
               MOVE CHECKS-RUN TO JH-PROCESSED
               MOVE CHECKS-FAILED TO JH-REJECTS
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
