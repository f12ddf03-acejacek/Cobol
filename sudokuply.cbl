       IDENTIFICATION DIVISION.
       PROGRAM-ID. SudokuPlayer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUDOKU-PLAYER-RESULTS-FILE
               ASSIGN TO SUDOKU-PLAYER-RESULTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT PLAYER-SUMMARY-FILE
               ASSIGN TO PLAYER-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
       *> written by Sudoku's play mode, one line per attempt
           FD SUDOKU-PLAYER-RESULTS-FILE.
           01 SUDOKU-PLAYER-RESULTS-RECORD.
               05 PR-PLAYER        PIC X(8).
               05 FILLER           PIC X.
               05 PR-DATE          PIC X(8).
               05 FILLER           PIC X.
               05 PR-TIME          PIC X(6).
               05 FILLER           PIC X.
               05 PR-PUZZLE-ID     PIC 9(6).
               05 FILLER           PIC X.
               05 PR-GRADE         PIC X(6).
               05 FILLER           PIC X.
               05 PR-OUTCOME       PIC X(9).
               05 FILLER           PIC X.
               05 PR-ELAPSED       PIC 9(6).
               05 FILLER           PIC X.
               05 PR-CHECKS        PIC 9(4).
               05 FILLER           PIC X.
               05 PR-ERRORS        PIC 9(4).

           FD PLAYER-SUMMARY-FILE.
           01 PLAYER-SUMMARY-RECORD PIC X(130).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD   PIC X(300).

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
       *> per-player summary of the play-mode results: attempts,
       *> completions and completion rate by grade, and the best and
       *> average times over completed attempts, so the training
       *> group can follow each player's progress
           01 SUDOKU-PLAYER-RESULTS-FILE-NAME PIC X(255)
                          VALUE "sudoku-player-results.txt".
           01 PLAYER-SUMMARY-FILE-NAME PIC X(255)
                          VALUE "sudoku-player-summary.txt".
           01 RUN-CONTROL-FILE-NAME    PIC X(255)
                          VALUE "run-control.txt".
           01 JOB-HISTORY-FILE-NAME    PIC X(255)
                          VALUE "job-history.log".

           01 WS-RESULTS-STATUS  PIC XX.
               88 RESULTS-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-RESULTS-FILE  VALUE "10".
           01 WS-SUMMARY-STATUS  PIC XX.
               88 SUMMARY-FILE-GOOD    VALUE ZERO.
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

       *> players are kept in ID order as they are met; grade slot 5
       *> collects anything graded outside the four known grades
           01 PLAYER-LIMIT       PIC 9(4) VALUE 500.
           01 PLAYER-COUNT       PIC 9(4) VALUE ZERO.
           01 PLAYER-TABLE.
               05 PLY-ENTRY OCCURS 500 TIMES.
                   10 PLY-ID          PIC X(8).
                   10 PLY-ATTEMPTS    PIC 9(6).
                   10 PLY-COMPLETED   PIC 9(6).
                   10 PLY-TOTAL-SECS  PIC 9(9).
                   10 PLY-BEST-SECS   PIC 9(6).
                   10 PLY-CHECKS      PIC 9(6).
                   10 PLY-ERRORS      PIC 9(6).
                   10 PLY-GRADE-ENTRY OCCURS 5 TIMES.
                       15 PLY-GRADE-ATTEMPTS  PIC 9(6).
                       15 PLY-GRADE-COMPLETED PIC 9(6).
           01 GRADE-NAMES.
               05 FILLER         PIC X(6) VALUE "EASY".
               05 FILLER         PIC X(6) VALUE "MEDIUM".
               05 FILLER         PIC X(6) VALUE "HARD".
               05 FILLER         PIC X(6) VALUE "EXPERT".
               05 FILLER         PIC X(6) VALUE "OTHER".
           01 GRADE-NAME-TABLE REDEFINES GRADE-NAMES.
               05 GRADE-NAME OCCURS 5 TIMES PIC X(6).

           01 PLY-IDX            PIC 9(4) VALUE ZERO.
           01 PLY-SHIFT          PIC 9(4) VALUE ZERO.
           01 GRADE-IDX          PIC 9 VALUE ZERO.
           01 WS-PLAYER-FOUND    PIC X VALUE "N".
               88 PLAYER-FOUND       VALUE "Y".
           01 RECORD-NUMBER      PIC 9(6) VALUE ZERO.
           01 ATTEMPTS-READ      PIC 9(6) VALUE ZERO.
           01 RECORDS-SKIPPED    PIC 9(6) VALUE ZERO.
           01 WS-SECS            PIC 9(9) VALUE ZERO.
           01 WS-MINUTES         PIC 9(5) VALUE ZERO.
           01 WS-SECONDS         PIC 99 VALUE ZERO.
           01 WS-RATE            PIC 9(3) VALUE ZERO.

           01 WS-TIME-OUT.
               05 WS-TIME-MIN    PIC ZZZZ9.
               05 FILLER         PIC X VALUE ":".
               05 WS-TIME-SEC    PIC 99.

           01 WS-LINE-OUT        PIC X(130).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.

           01 PLAYER-HEADING-LINE.
               05 FILLER PIC X(10) VALUE "PLAYER".
               05 FILLER PIC X(10) VALUE " ATTEMPTED".
               05 FILLER PIC X(10) VALUE " COMPLETED".
               05 FILLER PIC X(8)  VALUE "   RATE".
               05 FILLER PIC X(10) VALUE "      BEST".
               05 FILLER PIC X(10) VALUE "   AVERAGE".
               05 FILLER PIC X(8)  VALUE "  CHECKS".
               05 FILLER PIC X(8)  VALUE "  ERRORS".
           01 PLAYER-DETAIL-LINE.
               05 PD-PLAYER      PIC X(8).
               05 FILLER         PIC X(6) VALUE SPACES.
               05 PD-ATTEMPTED   PIC ZZZZZ9.
               05 FILLER         PIC X(4) VALUE SPACES.
               05 PD-COMPLETED   PIC ZZZZZ9.
               05 FILLER         PIC X(4) VALUE SPACES.
               05 PD-RATE        PIC ZZ9.
               05 FILLER         PIC X VALUE "%".
               05 FILLER         PIC X(2) VALUE SPACES.
               05 PD-BEST        PIC X(8).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 PD-AVERAGE     PIC X(8).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 PD-CHECKS      PIC ZZZZZ9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 PD-ERRORS      PIC ZZZZZ9.
           01 GRADE-DETAIL-LINE.
               05 FILLER         PIC X(4) VALUE SPACES.
               05 GD-GRADE       PIC X(6).
               05 FILLER         PIC X(4) VALUE SPACES.
               05 GD-ATTEMPTED   PIC ZZZZZ9.
               05 FILLER         PIC X(4) VALUE SPACES.
               05 GD-COMPLETED   PIC ZZZZZ9.
               05 FILLER         PIC X(4) VALUE SPACES.
               05 GD-RATE        PIC ZZ9.
               05 FILLER         PIC X VALUE "%".

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM LOAD-RESULTS-PARAGRAPH
               THRU LOAD-RESULTS-EXIT.
           OPEN OUTPUT PLAYER-SUMMARY-FILE.
           IF NOT SUMMARY-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(PLAYER-SUMMARY-FILE-NAME)
                   " (status " WS-SUMMARY-STATUS ")"
               MOVE "ERROR" TO JH-RUN-STATUS
           ELSE
               PERFORM WRITE-SUMMARY-PARAGRAPH
               CLOSE PLAYER-SUMMARY-FILE
           END-IF.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> same KEY=VALUE card the solver reads, so the summary follows
       *> the results file wherever the card points it
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
               WHEN "SUDOKU-PLAYER-RESULTS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-PLAYER-RESULTS-FILE-NAME
               WHEN "SUDOKU-PLAYER-SUMMARY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PLAYER-SUMMARY-FILE-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       LOAD-RESULTS-PARAGRAPH.
       *> one pass over the results file, accumulating per player; a
       *> missing file just means nobody has played yet
           MOVE ZERO TO PLAYER-COUNT.
           OPEN INPUT SUDOKU-PLAYER-RESULTS-FILE.
           IF NOT RESULTS-FILE-GOOD THEN
               DISPLAY "No player results in "
                   FUNCTION TRIM(SUDOKU-PLAYER-RESULTS-FILE-NAME)
                   " (status " WS-RESULTS-STATUS ")"
               GO TO LOAD-RESULTS-EXIT
           END-IF.
           PERFORM UNTIL END-OF-RESULTS-FILE
               READ SUDOKU-PLAYER-RESULTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO RECORD-NUMBER
                       PERFORM TALLY-RESULT-PARAGRAPH
                           THRU TALLY-RESULT-EXIT
               END-READ
           END-PERFORM.
           CLOSE SUDOKU-PLAYER-RESULTS-FILE.
       LOAD-RESULTS-EXIT.
           EXIT
       .

       TALLY-RESULT-PARAGRAPH.
           IF SUDOKU-PLAYER-RESULTS-RECORD = SPACES THEN
               GO TO TALLY-RESULT-EXIT
           END-IF.
           IF PR-PLAYER = SPACES
                   OR PR-ELAPSED IS NOT NUMERIC
                   OR PR-CHECKS IS NOT NUMERIC
                   OR PR-ERRORS IS NOT NUMERIC
                   OR (PR-OUTCOME NOT = "COMPLETED"
                       AND PR-OUTCOME NOT = "ABANDONED") THEN
               ADD 1 TO RECORDS-SKIPPED
               MOVE RECORD-NUMBER TO WS-EDIT-NUM
               DISPLAY "Results record " FUNCTION TRIM(WS-EDIT-NUM)
                   " is not a play-mode result - skipped"
               GO TO TALLY-RESULT-EXIT
           END-IF.
           PERFORM FIND-PLAYER-PARAGRAPH
               THRU FIND-PLAYER-EXIT.
           IF NOT PLAYER-FOUND THEN
               ADD 1 TO RECORDS-SKIPPED
               GO TO TALLY-RESULT-EXIT
           END-IF.
           ADD 1 TO ATTEMPTS-READ.
           EVALUATE PR-GRADE
               WHEN "EASY"
                   MOVE 1 TO GRADE-IDX
               WHEN "MEDIUM"
                   MOVE 2 TO GRADE-IDX
               WHEN "HARD"
                   MOVE 3 TO GRADE-IDX
               WHEN "EXPERT"
                   MOVE 4 TO GRADE-IDX
               WHEN OTHER
                   MOVE 5 TO GRADE-IDX
           END-EVALUATE.
           ADD 1 TO PLY-ATTEMPTS (PLY-IDX).
           ADD 1 TO PLY-GRADE-ATTEMPTS (PLY-IDX, GRADE-IDX).
           ADD PR-CHECKS TO PLY-CHECKS (PLY-IDX).
           ADD PR-ERRORS TO PLY-ERRORS (PLY-IDX).
           IF PR-OUTCOME = "COMPLETED" THEN
               ADD 1 TO PLY-COMPLETED (PLY-IDX)
               ADD 1 TO PLY-GRADE-COMPLETED (PLY-IDX, GRADE-IDX)
               ADD PR-ELAPSED TO PLY-TOTAL-SECS (PLY-IDX)
               IF PLY-COMPLETED (PLY-IDX) = 1
                       OR PR-ELAPSED < PLY-BEST-SECS (PLY-IDX) THEN
                   MOVE PR-ELAPSED TO PLY-BEST-SECS (PLY-IDX)
               END-IF
           END-IF.
       TALLY-RESULT-EXIT.
           EXIT
       .

       FIND-PLAYER-PARAGRAPH.
       *> leave PLY-IDX on PR-PLAYER's entry, opening a new one in ID
       *> order when the player is new; PLAYER-FOUND stays off only
       *> when the table is full
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM VARYING PLY-IDX FROM 1 BY 1
                   UNTIL PLY-IDX > PLAYER-COUNT
                   OR PLY-ID (PLY-IDX) >= PR-PLAYER
               CONTINUE
           END-PERFORM.
           IF PLY-IDX <= PLAYER-COUNT THEN
               IF PLY-ID (PLY-IDX) = PR-PLAYER THEN
                   MOVE "Y" TO WS-PLAYER-FOUND
                   GO TO FIND-PLAYER-EXIT
               END-IF
           END-IF.
           IF PLAYER-COUNT >= PLAYER-LIMIT THEN
               DISPLAY "Player table full - results for "
                   FUNCTION TRIM(PR-PLAYER) " not summarised"
               GO TO FIND-PLAYER-EXIT
           END-IF.
           PERFORM VARYING PLY-SHIFT FROM PLAYER-COUNT BY -1
                   UNTIL PLY-SHIFT < PLY-IDX
               MOVE PLY-ENTRY (PLY-SHIFT) TO PLY-ENTRY (PLY-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO PLAYER-COUNT.
           INITIALIZE PLY-ENTRY (PLY-IDX).
           MOVE PR-PLAYER TO PLY-ID (PLY-IDX).
           MOVE "Y" TO WS-PLAYER-FOUND.
       FIND-PLAYER-EXIT.
           EXIT
       .

       WRITE-SUMMARY-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "SUDOKU PLAYER SUMMARY - "
               FUNCTION TRIM(SUDOKU-PLAYER-RESULTS-FILE-NAME)
               " as of " WS-START-STAMP (1:8)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           WRITE PLAYER-SUMMARY-RECORD FROM WS-LINE-OUT.
           MOVE SPACES TO PLAYER-SUMMARY-RECORD.
           WRITE PLAYER-SUMMARY-RECORD.
           IF PLAYER-COUNT = ZERO THEN
               MOVE "No attempts recorded." TO PLAYER-SUMMARY-RECORD
               WRITE PLAYER-SUMMARY-RECORD
           ELSE
               WRITE PLAYER-SUMMARY-RECORD FROM PLAYER-HEADING-LINE
               PERFORM WRITE-PLAYER-PARAGRAPH
                   VARYING PLY-IDX FROM 1 BY 1
                   UNTIL PLY-IDX > PLAYER-COUNT
           END-IF.
           MOVE SPACES TO PLAYER-SUMMARY-RECORD.
           WRITE PLAYER-SUMMARY-RECORD.
           MOVE ATTEMPTS-READ TO WS-EDIT-NUM.
           MOVE PLAYER-COUNT TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING FUNCTION TRIM(WS-EDIT-NUM) " attempt(s) by "
               FUNCTION TRIM(WS-EDIT-NUM-2) " player(s)"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           IF RECORDS-SKIPPED > ZERO THEN
               MOVE RECORDS-SKIPPED TO WS-EDIT-NUM
               STRING FUNCTION TRIM(WS-LINE-OUT) ", "
                   FUNCTION TRIM(WS-EDIT-NUM) " record(s) skipped"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           END-IF.
           WRITE PLAYER-SUMMARY-RECORD FROM WS-LINE-OUT.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT)
       .

       WRITE-PLAYER-PARAGRAPH.
       *> the player's totals, then completion by each grade tried;
       *> best and average times are over completed attempts only
           MOVE SPACES TO PLAYER-SUMMARY-RECORD.
           WRITE PLAYER-SUMMARY-RECORD.
           MOVE PLY-ID (PLY-IDX) TO PD-PLAYER.
           MOVE PLY-ATTEMPTS (PLY-IDX) TO PD-ATTEMPTED.
           MOVE PLY-COMPLETED (PLY-IDX) TO PD-COMPLETED.
           COMPUTE WS-RATE ROUNDED =
               PLY-COMPLETED (PLY-IDX) * 100 / PLY-ATTEMPTS (PLY-IDX).
           MOVE WS-RATE TO PD-RATE.
           IF PLY-COMPLETED (PLY-IDX) = ZERO THEN
               MOVE "       -" TO PD-BEST
               MOVE "       -" TO PD-AVERAGE
           ELSE
               MOVE PLY-BEST-SECS (PLY-IDX) TO WS-SECS
               PERFORM FORMAT-TIME-PARAGRAPH
               MOVE WS-TIME-OUT TO PD-BEST
               COMPUTE WS-SECS ROUNDED = PLY-TOTAL-SECS (PLY-IDX)
                   / PLY-COMPLETED (PLY-IDX)
               PERFORM FORMAT-TIME-PARAGRAPH
               MOVE WS-TIME-OUT TO PD-AVERAGE
           END-IF.
           MOVE PLY-CHECKS (PLY-IDX) TO PD-CHECKS.
           MOVE PLY-ERRORS (PLY-IDX) TO PD-ERRORS.
           WRITE PLAYER-SUMMARY-RECORD FROM PLAYER-DETAIL-LINE.
           PERFORM VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5
               IF PLY-GRADE-ATTEMPTS (PLY-IDX, GRADE-IDX) > ZERO THEN
                   MOVE GRADE-NAME (GRADE-IDX) TO GD-GRADE
                   MOVE PLY-GRADE-ATTEMPTS (PLY-IDX, GRADE-IDX)
                       TO GD-ATTEMPTED
                   MOVE PLY-GRADE-COMPLETED (PLY-IDX, GRADE-IDX)
                       TO GD-COMPLETED
                   COMPUTE WS-RATE ROUNDED =
                       PLY-GRADE-COMPLETED (PLY-IDX, GRADE-IDX) * 100
                       / PLY-GRADE-ATTEMPTS (PLY-IDX, GRADE-IDX)
                   MOVE WS-RATE TO GD-RATE
                   WRITE PLAYER-SUMMARY-RECORD FROM GRADE-DETAIL-LINE
               END-IF
           END-PERFORM
       .

       FORMAT-TIME-PARAGRAPH.
       *> WS-SECS as minutes:seconds in WS-TIME-OUT
           DIVIDE WS-SECS BY 60 GIVING WS-MINUTES
               REMAINDER WS-SECONDS.
           MOVE WS-MINUTES TO WS-TIME-MIN.
           MOVE WS-SECONDS TO WS-TIME-SEC
       .

       WRITE-JOB-HISTORY-PARAGRAPH.
       *> append this run's record to the common job-history log
           OPEN EXTEND JOB-HISTORY-FILE.
           IF NOT HISTORY-FILE-GOOD THEN
               OPEN OUTPUT JOB-HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO JOB-HISTORY-RECORD
               MOVE "SudokuPlayer" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE "SUMMARY" TO JH-MODE
               MOVE SUDOKU-PLAYER-RESULTS-FILE-NAME (1:24) TO JH-INPUT
               MOVE ATTEMPTS-READ TO JH-PROCESSED
               MOVE RECORDS-SKIPPED TO JH-REJECTS
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
