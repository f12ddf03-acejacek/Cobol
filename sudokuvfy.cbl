               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SUDOKU-CATALOG-FILE
               ASSIGN TO SUDOKU-CATALOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-REC-ID
               ALTERNATE RECORD KEY IS CAT-REC-GRID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO VERIFY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CONTROL-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CAT-REC-NAME     PIC X(24).
               05 FILLER           PIC X.
               05 CAT-REC-SOURCE   PIC X(16).
               05 CAT-REC-VARIANT  PIC X.
                   88 CAT-DIAGONAL     VALUE "X".
               05 CAT-REC-GRID     PIC X(81).

           FD VERIFY-REPORT-FILE.
               05 FILLER        PIC X.
               05 JH-ELAPSED    PIC 9(6).

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

           WORKING-STORAGE SECTION.
       *> independent check on what BATCH-PARAGRAPH wrote: every
       *> "Puzzle n (ID x ...)" block in sudoku-report.txt is re-parsed,
           01 SUDOKU-REPORT-FILE-NAME  PIC X(255)
                          VALUE "sudoku-report.txt".
           01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.dat".
           01 VERIFY-REPORT-FILE-NAME  PIC X(255)
                          VALUE "sudoku-verify.txt".
           01 RUN-CONTROL-FILE-NAME    PIC X(255)
                          VALUE "run-control.txt".
           01 JOB-HISTORY-FILE-NAME    PIC X(255)
                          VALUE "job-history.log".
       *> control totals for the balancing step: blocks read, solved
       *> grids checked, exceptions, and the solved / no-solution split
       *> that has to agree with what the Sudoku batch says it wrote
           01 CONTROL-TOTALS-FILE-NAME PIC X(255)
                          VALUE "control-totals.txt".

           01 WS-REPORT-STATUS   PIC XX.
               88 REPORT-FILE-GOOD     VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-HISTORY-STATUS  PIC XX.
               88 HISTORY-FILE-GOOD    VALUE ZERO.
           01 WS-TOTALS-STATUS   PIC XX.
               88 TOTALS-FILE-GOOD     VALUE ZERO.
           01 RC-KEY             PIC X(40).
           01 RC-VALUE           PIC X(255).
           01 WS-CURRENT-STAMP   PIC X(21).
           01 WS-END-SECS        PIC 9(7) VALUE ZERO.
           01 JH-RUN-ELAPSED     PIC 9(6) VALUE ZERO.

       *> the master catalog, held open and read by key - CAT-REC-ID
       *> in, CAT-REC-GRID out
           01 WS-CATALOG-OPEN   PIC X VALUE "N".
               88 CATALOG-IS-OPEN   VALUE "Y".
           01 WS-CAT-FOUND      PIC X VALUE "N".
               88 CATALOG-HIT       VALUE "Y".

           01 GRID-ROWS-SEEN     PIC 99 VALUE ZERO.
           01 WS-NO-SOLUTION     PIC X VALUE "N".
               88 BLOCK-HAS-NO-SOLUTION VALUE "Y".
       *> a diagonal (X-Sudoku) block is headed "...) X-SUDOKU:" and its
       *> grid must also hold every value once on both long diagonals
           01 WS-BLOCK-DIAGONAL  PIC X VALUE "N".
               88 BLOCK-IS-DIAGONAL     VALUE "Y".
           01 DIAGONAL-MARKS     PIC 99 VALUE ZERO.
           01 SOLVED-GRID.
               05 SG-ROW OCCURS 9 TIMES PIC X(9).
           01 SG-CELLS REDEFINES SOLVED-GRID.
           01 WS-EXC-PREFIX      PIC X(30) VALUE SPACES.
           01 PUZZLES-CHECKED    PIC 9(6) VALUE ZERO.
           01 EXCEPTIONS-FOUND   PIC 9(6) VALUE ZERO.
           01 GRIDS-CHECKED      PIC 9(6) VALUE ZERO.
           01 NO-SOLUTION-BLOCKS PIC 9(6) VALUE ZERO.
           01 WS-LINE-OUT        PIC X(100).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM OPEN-CATALOG-PARAGRAPH.
           OPEN INPUT SUDOKU-REPORT-FILE.
           IF NOT REPORT-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-REPORT-FILE-NAME)
                   " status " WS-REPORT-STATUS
               PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH
               PERFORM WRITE-JOB-HISTORY-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   THRU CLOSE-BLOCK-EXIT
           END-IF.
           CLOSE SUDOKU-REPORT-FILE.
           IF CATALOG-IS-OPEN THEN
               CLOSE SUDOKU-CATALOG-FILE
           END-IF.
           PERFORM WRITE-VERIFY-SUMMARY-PARAGRAPH.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF EXCEPTIONS-FOUND > ZERO THEN
               MOVE 8 TO RETURN-CODE
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN "CONTROL-TOTALS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CONTROL-TOTALS-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       OPEN-CATALOG-PARAGRAPH.
       *> held open for the run - each puzzle is a keyed read on its ID
           OPEN INPUT SUDOKU-CATALOG-FILE.
           IF CATALOG-FILE-GOOD THEN
               MOVE "Y" TO WS-CATALOG-OPEN
           END-IF
       .

       FIND-CATALOG-BY-ID.
       *> leaves the entry in the catalog record when CATALOG-HIT
           MOVE "N" TO WS-CAT-FOUND.
           IF CATALOG-IS-OPEN THEN
               MOVE CURRENT-ID TO CAT-REC-ID
               READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAT-FOUND
               END-READ
           END-IF
       .

           COMPUTE CURRENT-ID = FUNCTION NUMVAL(PUZZLE-ID-TEXT).
           MOVE "Y" TO WS-BLOCK-FLAG.
           MOVE "N" TO WS-NO-SOLUTION.
           MOVE ZERO TO DIAGONAL-MARKS.
           INSPECT SUDOKU-REPORT-RECORD TALLYING DIAGONAL-MARKS
               FOR ALL ") X-SUDOKU:".
           IF DIAGONAL-MARKS > ZERO THEN
               MOVE "Y" TO WS-BLOCK-DIAGONAL
           ELSE
               MOVE "N" TO WS-BLOCK-DIAGONAL
           END-IF.
           MOVE ZERO TO GRID-ROWS-SEEN.
           MOVE ZERO TO BOARD-SIZE.
           MOVE SPACES TO SOLVED-GRID.
           IF BLOCK-HAS-NO-SOLUTION THEN
               *> an unsolvable puzzle is a solver verdict, not a
               *> report defect - nothing to verify
               ADD 1 TO NO-SOLUTION-BLOCKS
               GO TO CLOSE-BLOCK-EXIT
           END-IF.
           ADD 1 TO GRIDS-CHECKED.
           IF GRID-ROWS-SEEN = ZERO THEN
               PERFORM REPORT-EXCEPTION-HEAD-PARAGRAPH
               STRING FUNCTION TRIM(WS-EXC-PREFIX)
       .

       CHECK-GRID-LEGAL-PARAGRAPH.
       *> rows, columns and boxes (and both long diagonals of an
       *> X-Sudoku) must each hold 1..BOARD-SIZE exactly once - a zero
       *> or repeat anywhere fails the grid
           MOVE "Y" TO WS-GRID-LEGAL.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > BOARD-SIZE OR NOT GRID-IS-LEGAL
                   " box check failed - grid is not a legal board"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-EXCEPTION-PARAGRAPH
               GO TO CHECK-GRID-LEGAL-DONE
           END-IF.
           IF NOT BLOCK-IS-DIAGONAL THEN
               GO TO CHECK-GRID-LEGAL-DONE
           END-IF.
           MOVE ZEROES TO VAL-SEEN.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > BOARD-SIZE OR NOT GRID-IS-LEGAL
               MOVE SG-CELL (VAL-R, VAL-R) TO VAL-V
               PERFORM TALLY-CELL-VALUE
           END-PERFORM.
           MOVE ZEROES TO VAL-SEEN.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > BOARD-SIZE OR NOT GRID-IS-LEGAL
               COMPUTE VAL-C = BOARD-SIZE + 1 - VAL-R
               MOVE SG-CELL (VAL-R, VAL-C) TO VAL-V
               PERFORM TALLY-CELL-VALUE
           END-PERFORM.
           IF NOT GRID-IS-LEGAL THEN
               PERFORM REPORT-EXCEPTION-HEAD-PARAGRAPH
               STRING FUNCTION TRIM(WS-EXC-PREFIX)
                   " diagonal check failed - grid is not a legal"
                   " X-Sudoku board"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
       CHECK-GRID-LEGAL-DONE.
           EXIT
       .

       TALLY-CELL-VALUE.
       *> shared by the row, column, box and diagonal sweeps above - a
       *> complete board has no zeroes, so zero fails outright
           IF VAL-V = ZERO THEN
               MOVE "N" TO WS-GRID-LEGAL
           ELSE
               PERFORM WRITE-EXCEPTION-PARAGRAPH
               GO TO CHECK-GIVENS-EXIT
           END-IF.
           IF CAT-REC-GRID (1:2) = "6," THEN
               MOVE 6 TO CAT-GRID-SIZE
               MOVE 2 TO GIVEN-POS
           ELSE
               PERFORM WRITE-EXCEPTION-PARAGRAPH
               GO TO CHECK-GIVENS-EXIT
           END-IF.
           IF CAT-DIAGONAL AND NOT BLOCK-IS-DIAGONAL THEN
               *> a diagonal puzzle must never go out as a plain one -
               *> its grid was only checked against the plain rules
               PERFORM REPORT-EXCEPTION-HEAD-PARAGRAPH
               STRING FUNCTION TRIM(WS-EXC-PREFIX)
                   " cataloged as X-Sudoku but reported as plain"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           IF BLOCK-IS-DIAGONAL AND NOT CAT-DIAGONAL THEN
               PERFORM REPORT-EXCEPTION-HEAD-PARAGRAPH
               STRING FUNCTION TRIM(WS-EXC-PREFIX)
                   " reported as X-Sudoku but cataloged as plain"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           PERFORM VARYING VAL-R FROM 1 BY 1 UNTIL VAL-R > BOARD-SIZE
               PERFORM VARYING VAL-C FROM 1 BY 1
                       UNTIL VAL-C > BOARD-SIZE
                   ADD 1 TO GIVEN-POS
                   MOVE CAT-REC-GRID (GIVEN-POS:1)
                       TO GIVEN-CHAR
                   IF GIVEN-CHAR NOT = "0" AND GIVEN-CHAR NOT = SPACE
                       IF SG-CELL (VAL-R, VAL-C) NOT =
           END-IF
       .

       WRITE-CONTROL-TOTALS-PARAGRAPH.
       *> append this run's control totals for the balancing step
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF NOT TOTALS-FILE-GOOD THEN
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF TOTALS-FILE-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               MOVE "SudokuVerify" TO CT-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO CT-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO CT-TIME
               MOVE "VERIFY" TO CT-MODE
               MOVE SUDOKU-REPORT-FILE-NAME (1:24) TO CT-INPUT
               MOVE PUZZLES-CHECKED TO CT-READ
               MOVE GRIDS-CHECKED TO CT-WRITTEN
               MOVE EXCEPTIONS-FOUND TO CT-REJECTED
               MOVE GRIDS-CHECKED TO CT-SOLVED
               MOVE NO-SOLUTION-BLOCKS TO CT-UNSOLVED
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
           END-IF
       .

       COMPUTE-ELAPSED-PARAGRAPH.
       *> wall-clock seconds between the start stamp and the current
       *> stamp, surviving a run that crosses midnight
