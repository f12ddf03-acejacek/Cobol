       IDENTIFICATION DIVISION.
       PROGRAM-ID. SudokuStats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SUDOKU-STATS-FILE ASSIGN TO SUDOKU-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT SUDOKU-CATALOG-FILE
               ASSIGN TO SUDOKU-CATALOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-REC-ID
               ALTERNATE RECORD KEY IS CAT-REC-GRID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT STATS-REPORT-FILE
               ASSIGN TO SUDOKU-STATS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD   PIC X(300).

       *> one line per solve, as LOG-STATS-PARAGRAPH writes it:
       *> ID:nnnnnn <81-char fingerprint> SOLUTIONS:n STEPS:n GIVENS:n
       *> GRADE:x [DATE:yyyymmdd] - lines from before the date was
       *> added stop at GRADE:
           FD SUDOKU-STATS-FILE.
           01 SUDOKU-STATS-RECORD.
               05 ST-REC-TAG       PIC X(3).
               05 ST-REC-ID        PIC X(6).
               05 FILLER           PIC X.
               05 ST-REC-GRID      PIC X(81).
               05 ST-REC-REST      PIC X(79).

           FD SUDOKU-CATALOG-FILE.
           01 SUDOKU-CATALOG-RECORD.
               05 CAT-REC-ID       PIC 9(6).
               05 FILLER           PIC X.
               05 CAT-REC-NAME     PIC X(24).
               05 FILLER           PIC X.
               05 CAT-REC-SOURCE   PIC X(16).
               05 CAT-REC-VARIANT  PIC X.
               05 CAT-REC-GRID     PIC X(81).

           FD STATS-REPORT-FILE.
           01 STATS-REPORT-RECORD  PIC X(130).

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
       *> summarizes the solver's stats log so puzzle buying and the
       *> GRADE-PUZZLE-PARAGRAPH thresholds can be judged on the
       *> record. Three breakdowns, each a row per grade plus a total
       *> row: the whole log, each catalog source and each month.
       *> Every row gives solves, average, median and worst steps,
       *> average givens and the no-solution rate. 6x6 solves are
       *> graded on their own thresholds, so they get their own grade
       *> rows. A last section lists catalog puzzles whose repeated
       *> solves came out with different grades
           01 RUN-CONTROL-FILE-NAME  PIC X(255)
                          VALUE "run-control.txt".
           01 SUDOKU-STATS-FILE-NAME PIC X(255)
                          VALUE "sudoku-stats.log".
           01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.dat".
           01 SUDOKU-STATS-REPORT-NAME PIC X(255)
                          VALUE "sudoku-stats-report.txt".
           01 JOB-HISTORY-FILE-NAME  PIC X(255)
                          VALUE "job-history.log".

           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-STATS-STATUS    PIC XX.
               88 STATS-FILE-GOOD      VALUES ZERO, "10".
               88 END-OF-STATS-FILE    VALUE "10".
           01 WS-CATALOG-STATUS  PIC XX.
               88 CATALOG-FILE-GOOD    VALUES ZERO, "10".
           01 WS-REPORT-STATUS   PIC XX.
               88 REPORT-FILE-GOOD     VALUE ZERO.
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
           01 CATALOG-OPEN-FLAG  PIC X VALUE "N".
               88 CATALOG-IS-OPEN      VALUE "Y".

       *> every usable solve line, held for the table sorts below.
       *> SV-KEY1 / SV-KEY2 are reloaded for each breakdown: KEY1 is the
       *> group (source, month or the whole log) and KEY2 the grade
       *> rank within it, or 99 when the group's total is wanted
           01 SOLVE-LIMIT        PIC 9(5) VALUE 30000.
           01 SOLVE-COUNT        PIC 9(5) VALUE ZERO.
           01 SOLVE-TABLE.
               05 SOLVE-ENTRY OCCURS 1 TO 30000 TIMES
                       DEPENDING ON SOLVE-COUNT
                       INDEXED BY SV-IDX.
                   10 SV-KEY1          PIC X(16).
                   10 SV-KEY2          PIC 99.
                   10 SV-STEPS         PIC 9(10).
                   10 SV-ID            PIC 9(6).
                   10 SV-GIVENS        PIC 99.
                   10 SV-GRADE         PIC X(6).
                   10 SV-GRADE-RANK    PIC 99.
                   10 SV-SOURCE        PIC X(16).
                   10 SV-MONTH         PIC X(16).

       *> grade ranks put the rows in difficulty order rather than
       *> alphabetical; 6x6 solves rank ten higher
           01 GRADE-NAMES-AREA.
               05 FILLER PIC X(6) VALUE "EASY".
               05 FILLER PIC X(6) VALUE "MEDIUM".
               05 FILLER PIC X(6) VALUE "HARD".
               05 FILLER PIC X(6) VALUE "EXPERT".
               05 FILLER PIC X(6) VALUE "NONE".
               05 FILLER PIC X(6) VALUE "OTHER".
           01 GRADE-NAMES-TABLE REDEFINES GRADE-NAMES-AREA.
               05 GRADE-NAME OCCURS 6 TIMES PIC X(6).
           01 GRADE-RANK-WORK    PIC 99.
           01 GRADE-LABEL        PIC X(16).

       *> stats-line parsing
           01 LINES-READ         PIC 9(6) VALUE ZERO.
           01 LINES-SKIPPED      PIC 9(6) VALUE ZERO.
           01 LINES-OVER-LIMIT   PIC 9(6) VALUE ZERO.
           01 LINES-UNDATED      PIC 9(6) VALUE ZERO.
           01 PARSE-LEAD         PIC X(10).
           01 PARSE-SOLUTIONS    PIC X(10).
           01 PARSE-STEPS        PIC X(12).
           01 PARSE-GIVENS       PIC X(4).
           01 PARSE-GRADE        PIC X(8).
           01 PARSE-DATE         PIC X(10).

       *> catalog lookup, done once per distinct ID
           01 LOOKUP-ID          PIC 9(6).
           01 LOOKUP-SOURCE      PIC X(16).
           01 LOOKUP-NAME        PIC X(24).

       *> one report row per group/grade, gathered then sorted so each
       *> group's grade rows print ahead of its total (KEY2 99)
           01 ROW-COUNT          PIC 9(4) VALUE ZERO.
           01 ROW-TABLE.
               05 ROW-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON ROW-COUNT
                       INDEXED BY RW-IDX.
                   10 RW-KEY1          PIC X(16).
                   10 RW-KEY2          PIC 99.
                   10 RW-SOLVES        PIC 9(6).
                   10 RW-AVG-STEPS     PIC 9(10)V9.
                   10 RW-MEDIAN-STEPS  PIC 9(10)V9.
                   10 RW-WORST-STEPS   PIC 9(10).
                   10 RW-AVG-GIVENS    PIC 99V9.
                   10 RW-NONE-RATE     PIC 999V9.
           01 ROWS-DROPPED       PIC 9(6) VALUE ZERO.

       *> group walk over the sorted solve table
           01 GRP-FIRST          PIC 9(5).
           01 GRP-LAST           PIC 9(5).
           01 GRP-SIZE           PIC 9(5).
           01 GRP-POS            PIC 9(5).
           01 GRP-MID            PIC 9(5).
           01 GRP-STEPS-SUM      PIC 9(15).
           01 GRP-GIVENS-SUM     PIC 9(9).
           01 GRP-NONE-COUNT     PIC 9(6).
           01 GRP-WORST          PIC 9(10).
           01 GRP-MEDIAN         PIC 9(10)V9.
           01 GRP-BREAK-FLAG     PIC X VALUE "N".
               88 GROUP-ENDS-HERE      VALUE "Y".
           01 TOTAL-ROW-FLAG     PIC X VALUE "N".
               88 BUILDING-TOTAL-ROWS  VALUE "Y".
           01 BREAKDOWN-KIND     PIC X VALUE SPACE.
               88 BY-WHOLE-LOG         VALUE "A".
               88 BY-SOURCE            VALUE "S".
               88 BY-MONTH             VALUE "M".
           01 LAST-KEY1          PIC X(16).

       *> the differing-grades list
           01 PUZZLES-REGRADED   PIC 9(6) VALUE ZERO.
           01 ID-SOLVES          PIC 9(6).
           01 ID-GRADES          PIC 99.
           01 ID-MIN-STEPS       PIC 9(10).
           01 ID-MAX-STEPS       PIC 9(10).
           01 ID-GRADE-TEXT      PIC X(80).
           01 ID-GRADE-PTR       PIC 999.
           01 ID-RUN-COUNT       PIC 9(6).

           01 WS-LINE-OUT        PIC X(130).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.
           01 WS-EDIT-NUM-3      PIC ZZZZZ9.
           01 WS-EDIT-STEPS      PIC Z(9)9.9.
           01 WS-EDIT-STEPS-2    PIC Z(9)9.9.
           01 WS-EDIT-WORST      PIC Z(9)9.
           01 WS-EDIT-WORST-2    PIC Z(9)9.
           01 WS-EDIT-GIVENS     PIC Z9.9.
           01 WS-EDIT-RATE       PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM STATS-REPORT-PARAGRAPH
               THRU STATS-REPORT-PARAGRAPH-EXIT.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> same card the solver reads, so the report covers the log
       *> and catalog the batch writes to
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
               WHEN "SUDOKU-STATS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-STATS-FILE-NAME
               WHEN "SUDOKU-CATALOG-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-CATALOG-FILE-NAME
               WHEN "SUDOKU-STATS-REPORT"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-STATS-REPORT-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       STATS-REPORT-PARAGRAPH.
           OPEN INPUT SUDOKU-STATS-FILE.
           IF NOT STATS-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-STATS-FILE-NAME)
                   " status " WS-STATS-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO STATS-REPORT-PARAGRAPH-EXIT
           END-IF.
       *> without the catalog every solve still counts, but sources
       *> show as "(NO CATALOG)" and the regraded list has no names
           OPEN INPUT SUDOKU-CATALOG-FILE.
           IF CATALOG-FILE-GOOD THEN
               MOVE "Y" TO CATALOG-OPEN-FLAG
           ELSE
               DISPLAY "Catalog "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
                   " not available (status " WS-CATALOG-STATUS
                   ") - sources not shown"
           END-IF.
           OPEN OUTPUT STATS-REPORT-FILE.
           IF NOT REPORT-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-STATS-REPORT-NAME)
                   " status " WS-REPORT-STATUS
               CLOSE SUDOKU-STATS-FILE
               IF CATALOG-IS-OPEN THEN
                   CLOSE SUDOKU-CATALOG-FILE
               END-IF
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO STATS-REPORT-PARAGRAPH-EXIT
           END-IF.
           MOVE ZERO TO SOLVE-COUNT.
           PERFORM UNTIL END-OF-STATS-FILE
               READ SUDOKU-STATS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO LINES-READ
                       PERFORM LOAD-SOLVE-PARAGRAPH
                           THRU LOAD-SOLVE-EXIT
               END-READ
           END-PERFORM.
           CLOSE SUDOKU-STATS-FILE.

           MOVE SPACES TO WS-LINE-OUT.
           STRING "Solver statistics for "
               FUNCTION TRIM(SUDOKU-STATS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE ALL "-" TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE LINES-READ TO WS-EDIT-NUM.
           MOVE SOLVE-COUNT TO WS-EDIT-NUM-2.
           MOVE LINES-UNDATED TO WS-EDIT-NUM-3.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Lines read: " FUNCTION TRIM(WS-EDIT-NUM)
               "   solves counted: " FUNCTION TRIM(WS-EDIT-NUM-2)
               "   of which undated: " FUNCTION TRIM(WS-EDIT-NUM-3)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           IF LINES-SKIPPED > ZERO OR LINES-OVER-LIMIT > ZERO THEN
               MOVE LINES-SKIPPED TO WS-EDIT-NUM
               MOVE LINES-OVER-LIMIT TO WS-EDIT-NUM-2
               MOVE SPACES TO WS-LINE-OUT
               STRING "Unreadable lines skipped: "
                   FUNCTION TRIM(WS-EDIT-NUM)
                   "   solves beyond the table limit left out: "
                   FUNCTION TRIM(WS-EDIT-NUM-2)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

           IF SOLVE-COUNT > ZERO THEN
               PERFORM FILL-SOURCES-PARAGRAPH
               MOVE "A" TO BREAKDOWN-KIND
               PERFORM BREAKDOWN-PARAGRAPH
               MOVE "S" TO BREAKDOWN-KIND
               PERFORM BREAKDOWN-PARAGRAPH
               MOVE "M" TO BREAKDOWN-KIND
               PERFORM BREAKDOWN-PARAGRAPH
               PERFORM REGRADED-PUZZLES-PARAGRAPH
           END-IF.

           IF CATALOG-IS-OPEN THEN
               CLOSE SUDOKU-CATALOG-FILE
           END-IF.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE SOLVE-COUNT TO WS-EDIT-NUM.
           MOVE PUZZLES-REGRADED TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Solves summarized: " FUNCTION TRIM(WS-EDIT-NUM)
               "   catalog puzzles with differing grades: "
               FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT).
           CLOSE STATS-REPORT-FILE.
       STATS-REPORT-PARAGRAPH-EXIT.
           EXIT
       .

       LOAD-SOLVE-PARAGRAPH.
       *> pick one stats line apart into the solve table; anything
       *> that is not an "ID:" line with numeric steps is skipped
           IF ST-REC-TAG NOT = "ID:" OR ST-REC-ID IS NOT NUMERIC THEN
               ADD 1 TO LINES-SKIPPED
               GO TO LOAD-SOLVE-EXIT
           END-IF.
           MOVE SPACES TO PARSE-LEAD PARSE-SOLUTIONS PARSE-STEPS
               PARSE-GIVENS PARSE-GRADE PARSE-DATE.
           UNSTRING ST-REC-REST DELIMITED BY " SOLUTIONS:"
                   OR " STEPS:" OR " GIVENS:" OR " GRADE:" OR " DATE:"
               INTO PARSE-LEAD PARSE-SOLUTIONS PARSE-STEPS
                   PARSE-GIVENS PARSE-GRADE PARSE-DATE
           END-UNSTRING.
           IF FUNCTION TRIM(PARSE-STEPS) IS NOT NUMERIC
                   OR FUNCTION TRIM(PARSE-GIVENS) IS NOT NUMERIC THEN
               ADD 1 TO LINES-SKIPPED
               GO TO LOAD-SOLVE-EXIT
           END-IF.
           IF SOLVE-COUNT >= SOLVE-LIMIT THEN
               ADD 1 TO LINES-OVER-LIMIT
               GO TO LOAD-SOLVE-EXIT
           END-IF.
           ADD 1 TO SOLVE-COUNT.
           SET SV-IDX TO SOLVE-COUNT.
           MOVE ST-REC-ID TO SV-ID (SV-IDX).
           COMPUTE SV-STEPS (SV-IDX) =
               FUNCTION NUMVAL(PARSE-STEPS).
           COMPUTE SV-GIVENS (SV-IDX) =
               FUNCTION NUMVAL(PARSE-GIVENS).
           MOVE FUNCTION TRIM(PARSE-GRADE) TO SV-GRADE (SV-IDX).
           MOVE 6 TO GRADE-RANK-WORK.
           PERFORM VARYING GRP-POS FROM 1 BY 1 UNTIL GRP-POS > 5
               IF SV-GRADE (SV-IDX) = GRADE-NAME (GRP-POS) THEN
                   MOVE GRP-POS TO GRADE-RANK-WORK
               END-IF
           END-PERFORM.
           IF ST-REC-GRID (1:2) = "6," THEN
               ADD 10 TO GRADE-RANK-WORK
           END-IF.
           MOVE GRADE-RANK-WORK TO SV-GRADE-RANK (SV-IDX).
           IF PARSE-DATE (1:8) IS NUMERIC THEN
               MOVE SPACES TO SV-MONTH (SV-IDX)
               STRING PARSE-DATE (1:4) "-" PARSE-DATE (5:2)
                   DELIMITED BY SIZE INTO SV-MONTH (SV-IDX)
           ELSE
               MOVE "UNDATED" TO SV-MONTH (SV-IDX)
               ADD 1 TO LINES-UNDATED
           END-IF.
       LOAD-SOLVE-EXIT.
           EXIT
       .

       FILL-SOURCES-PARAGRAPH.
       *> bring each ID's solves together and read the catalog once
       *> for the lot
           SORT SOLVE-ENTRY ON ASCENDING KEY SV-ID.
           MOVE 999999 TO LOOKUP-ID.
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SOLVE-COUNT
               IF SV-ID (SV-IDX) NOT = LOOKUP-ID OR SV-IDX = 1 THEN
                   MOVE SV-ID (SV-IDX) TO LOOKUP-ID
                   PERFORM LOOKUP-CATALOG-PARAGRAPH
               END-IF
               MOVE LOOKUP-SOURCE TO SV-SOURCE (SV-IDX)
           END-PERFORM
       .

       LOOKUP-CATALOG-PARAGRAPH.
       *> source and name for LOOKUP-ID, with a stand-in source when
       *> there is no catalog entry to take one from
           MOVE SPACES TO LOOKUP-NAME.
           EVALUATE TRUE
               WHEN LOOKUP-ID = ZERO
                   MOVE "(UNCATALOGED)" TO LOOKUP-SOURCE
               WHEN NOT CATALOG-IS-OPEN
                   MOVE "(NO CATALOG)" TO LOOKUP-SOURCE
               WHEN OTHER
                   MOVE LOOKUP-ID TO CAT-REC-ID
                   READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-ID
                       INVALID KEY
                           MOVE "(NOT ON CATALOG)" TO LOOKUP-SOURCE
                       NOT INVALID KEY
                           MOVE CAT-REC-SOURCE TO LOOKUP-SOURCE
                           MOVE CAT-REC-NAME TO LOOKUP-NAME
                   END-READ
                   IF LOOKUP-SOURCE = SPACES THEN
                       MOVE "(NO SOURCE)" TO LOOKUP-SOURCE
                   END-IF
           END-EVALUATE
       .

       BREAKDOWN-PARAGRAPH.
       *> one section of the report: load the group key for this
       *> breakdown, gather a row per grade in each group and a total
       *> row per group, then print them in order
           MOVE ZERO TO ROW-COUNT.
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SOLVE-COUNT
               EVALUATE TRUE
                   WHEN BY-WHOLE-LOG
                       MOVE "ALL SOLVES" TO SV-KEY1 (SV-IDX)
                   WHEN BY-SOURCE
                       MOVE SV-SOURCE (SV-IDX) TO SV-KEY1 (SV-IDX)
                   WHEN BY-MONTH
                       MOVE SV-MONTH (SV-IDX) TO SV-KEY1 (SV-IDX)
               END-EVALUATE
               MOVE SV-GRADE-RANK (SV-IDX) TO SV-KEY2 (SV-IDX)
           END-PERFORM.
           MOVE "N" TO TOTAL-ROW-FLAG.
           PERFORM GATHER-ROWS-PARAGRAPH.
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SOLVE-COUNT
               MOVE 99 TO SV-KEY2 (SV-IDX)
           END-PERFORM.
           MOVE "Y" TO TOTAL-ROW-FLAG.
           PERFORM GATHER-ROWS-PARAGRAPH.
           IF ROW-COUNT > ZERO THEN
               SORT ROW-ENTRY ON ASCENDING KEY RW-KEY1 RW-KEY2
           END-IF.
           PERFORM PRINT-BREAKDOWN-PARAGRAPH
       .

       GATHER-ROWS-PARAGRAPH.
       *> sort the solves by group, grade and steps, then close off a
       *> row at the last solve of every run of equal keys - within a
       *> run the steps are in order, so the median is read by position
           SORT SOLVE-ENTRY ON ASCENDING KEY SV-KEY1 SV-KEY2 SV-STEPS.
           MOVE 1 TO GRP-FIRST.
           PERFORM VARYING GRP-LAST FROM 1 BY 1
                   UNTIL GRP-LAST > SOLVE-COUNT
               MOVE "N" TO GRP-BREAK-FLAG
               IF GRP-LAST = SOLVE-COUNT THEN
                   MOVE "Y" TO GRP-BREAK-FLAG
               ELSE
                   IF SV-KEY1 (GRP-LAST + 1) NOT = SV-KEY1 (GRP-LAST)
                           OR SV-KEY2 (GRP-LAST + 1)
                               NOT = SV-KEY2 (GRP-LAST) THEN
                       MOVE "Y" TO GRP-BREAK-FLAG
                   END-IF
               END-IF
               IF GROUP-ENDS-HERE THEN
                   PERFORM CLOSE-GROUP-PARAGRAPH
                       THRU CLOSE-GROUP-EXIT
                   COMPUTE GRP-FIRST = GRP-LAST + 1
               END-IF
           END-PERFORM
       .

       CLOSE-GROUP-PARAGRAPH.
       *> the solves GRP-FIRST thru GRP-LAST share a group and grade
           MOVE ZERO TO GRP-STEPS-SUM GRP-GIVENS-SUM GRP-NONE-COUNT.
           COMPUTE GRP-SIZE = GRP-LAST - GRP-FIRST + 1.
           PERFORM VARYING GRP-POS FROM GRP-FIRST BY 1
                   UNTIL GRP-POS > GRP-LAST
               ADD SV-STEPS (GRP-POS) TO GRP-STEPS-SUM
               ADD SV-GIVENS (GRP-POS) TO GRP-GIVENS-SUM
               IF SV-GRADE (GRP-POS) = "NONE" THEN
                   ADD 1 TO GRP-NONE-COUNT
               END-IF
           END-PERFORM.
           MOVE SV-STEPS (GRP-LAST) TO GRP-WORST.
           COMPUTE GRP-MID = GRP-FIRST + (GRP-SIZE - 1) / 2.
           IF FUNCTION MOD(GRP-SIZE, 2) = 1 THEN
               MOVE SV-STEPS (GRP-MID) TO GRP-MEDIAN
           ELSE
               COMPUTE GRP-MEDIAN ROUNDED =
                   (SV-STEPS (GRP-MID) + SV-STEPS (GRP-MID + 1)) / 2
           END-IF.
           IF ROW-COUNT >= 3000 THEN
               ADD 1 TO ROWS-DROPPED
               GO TO CLOSE-GROUP-EXIT
           END-IF.
           ADD 1 TO ROW-COUNT.
           SET RW-IDX TO ROW-COUNT.
           MOVE SV-KEY1 (GRP-LAST) TO RW-KEY1 (RW-IDX).
           MOVE SV-KEY2 (GRP-LAST) TO RW-KEY2 (RW-IDX).
           MOVE GRP-SIZE TO RW-SOLVES (RW-IDX).
           COMPUTE RW-AVG-STEPS (RW-IDX) ROUNDED =
               GRP-STEPS-SUM / GRP-SIZE.
           MOVE GRP-MEDIAN TO RW-MEDIAN-STEPS (RW-IDX).
           MOVE GRP-WORST TO RW-WORST-STEPS (RW-IDX).
           COMPUTE RW-AVG-GIVENS (RW-IDX) ROUNDED =
               GRP-GIVENS-SUM / GRP-SIZE.
           COMPUTE RW-NONE-RATE (RW-IDX) ROUNDED =
               GRP-NONE-COUNT * 100 / GRP-SIZE.
       CLOSE-GROUP-EXIT.
           EXIT
       .

       PRINT-BREAKDOWN-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           EVALUATE TRUE
               WHEN BY-WHOLE-LOG
                   MOVE "BY GRADE - WHOLE LOG" TO WS-LINE-OUT
               WHEN BY-SOURCE
                   MOVE "BY CATALOG SOURCE" TO WS-LINE-OUT
               WHEN BY-MONTH
                   MOVE "BY MONTH SOLVED" TO WS-LINE-OUT
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE ALL "=" TO WS-LINE-OUT (1:24).
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  GRADE            SOLVES    AVG STEPS"
               " MEDIAN STEPS  WORST STEPS  AVG GIVENS  NO-SOLN %"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE SPACES TO LAST-KEY1.
           PERFORM VARYING RW-IDX FROM 1 BY 1
                   UNTIL RW-IDX > ROW-COUNT
               IF RW-KEY1 (RW-IDX) NOT = LAST-KEY1
                       OR RW-IDX = 1 THEN
                   MOVE RW-KEY1 (RW-IDX) TO LAST-KEY1
                   MOVE SPACES TO WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
                   MOVE RW-KEY1 (RW-IDX) TO WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-IF
               PERFORM PRINT-ROW-PARAGRAPH
           END-PERFORM.
           IF ROWS-DROPPED > ZERO THEN
               MOVE ROWS-DROPPED TO WS-EDIT-NUM
               MOVE SPACES TO WS-LINE-OUT
               STRING "  (" FUNCTION TRIM(WS-EDIT-NUM)
                   " rows beyond the 3000-row limit not shown)"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE ZERO TO ROWS-DROPPED
           END-IF
       .

       PRINT-ROW-PARAGRAPH.
           MOVE RW-KEY2 (RW-IDX) TO GRADE-RANK-WORK.
           PERFORM GRADE-LABEL-PARAGRAPH.
           MOVE RW-SOLVES (RW-IDX) TO WS-EDIT-NUM.
           MOVE RW-AVG-STEPS (RW-IDX) TO WS-EDIT-STEPS.
           MOVE RW-MEDIAN-STEPS (RW-IDX) TO WS-EDIT-STEPS-2.
           MOVE RW-WORST-STEPS (RW-IDX) TO WS-EDIT-WORST.
           MOVE RW-AVG-GIVENS (RW-IDX) TO WS-EDIT-GIVENS.
           MOVE RW-NONE-RATE (RW-IDX) TO WS-EDIT-RATE.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  " GRADE-LABEL " " WS-EDIT-NUM " "
               WS-EDIT-STEPS " " WS-EDIT-STEPS-2 "  "
               WS-EDIT-WORST "        " WS-EDIT-GIVENS
               "      " WS-EDIT-RATE
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
       .

       GRADE-LABEL-PARAGRAPH.
       *> GRADE-RANK-WORK back to words: 99 is a group total, 11-16
       *> the 6x6 grades
           MOVE SPACES TO GRADE-LABEL.
           EVALUATE TRUE
               WHEN GRADE-RANK-WORK = 99
                   MOVE "TOTAL" TO GRADE-LABEL
               WHEN GRADE-RANK-WORK > 10
                   SUBTRACT 10 FROM GRADE-RANK-WORK
                   STRING "6x6 " GRADE-NAME (GRADE-RANK-WORK)
                       DELIMITED BY SIZE INTO GRADE-LABEL
               WHEN OTHER
                   MOVE GRADE-NAME (GRADE-RANK-WORK) TO GRADE-LABEL
           END-EVALUATE
       .

       REGRADED-PUZZLES-PARAGRAPH.
       *> catalog puzzles solved more than once whose grades differ -
       *> the solves of each ID are brought together by grade so each
       *> grade can be listed with the number of solves that got it
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SOLVE-COUNT
               MOVE SV-ID (SV-IDX) TO SV-KEY1 (SV-IDX)
               MOVE SV-GRADE-RANK (SV-IDX) TO SV-KEY2 (SV-IDX)
           END-PERFORM.
           SORT SOLVE-ENTRY ON ASCENDING KEY SV-KEY1 SV-KEY2 SV-STEPS.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE "CATALOG PUZZLES GRADED DIFFERENTLY ON REPEAT SOLVES"
               TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE ALL "=" TO WS-LINE-OUT (1:51).
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  ID     NAME                     SOURCE          "
               "  SOLVES  STEPS MIN-MAX          GRADES"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE 1 TO GRP-FIRST.
           PERFORM VARYING GRP-LAST FROM 1 BY 1
                   UNTIL GRP-LAST > SOLVE-COUNT
               IF GRP-LAST = SOLVE-COUNT THEN
                   PERFORM CLOSE-PUZZLE-PARAGRAPH
                       THRU CLOSE-PUZZLE-EXIT
               ELSE
                   IF SV-ID (GRP-LAST + 1) NOT = SV-ID (GRP-LAST) THEN
                       PERFORM CLOSE-PUZZLE-PARAGRAPH
                       THRU CLOSE-PUZZLE-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           IF PUZZLES-REGRADED = ZERO THEN
               MOVE "  (none)" TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
       .

       CLOSE-PUZZLE-PARAGRAPH.
       *> solves GRP-FIRST thru GRP-LAST all belong to one ID, in grade
       *> order; ID 0 is the interactive screen and is not one puzzle
           IF SV-ID (GRP-LAST) = ZERO
                   OR SV-KEY2 (GRP-FIRST) = SV-KEY2 (GRP-LAST) THEN
               COMPUTE GRP-FIRST = GRP-LAST + 1
               GO TO CLOSE-PUZZLE-EXIT
           END-IF.
           ADD 1 TO PUZZLES-REGRADED.
           COMPUTE ID-SOLVES = GRP-LAST - GRP-FIRST + 1.
           MOVE SV-STEPS (GRP-FIRST) TO ID-MIN-STEPS.
           MOVE SV-STEPS (GRP-FIRST) TO ID-MAX-STEPS.
           MOVE SPACES TO ID-GRADE-TEXT.
           MOVE 1 TO ID-GRADE-PTR.
           MOVE ZERO TO ID-RUN-COUNT.
           PERFORM VARYING GRP-POS FROM GRP-FIRST BY 1
                   UNTIL GRP-POS > GRP-LAST
               IF SV-STEPS (GRP-POS) < ID-MIN-STEPS THEN
                   MOVE SV-STEPS (GRP-POS) TO ID-MIN-STEPS
               END-IF
               IF SV-STEPS (GRP-POS) > ID-MAX-STEPS THEN
                   MOVE SV-STEPS (GRP-POS) TO ID-MAX-STEPS
               END-IF
               ADD 1 TO ID-RUN-COUNT
               IF GRP-POS = GRP-LAST THEN
                   PERFORM ADD-GRADE-TEXT-PARAGRAPH
               ELSE
                   IF SV-KEY2 (GRP-POS + 1) NOT = SV-KEY2 (GRP-POS)
                       PERFORM ADD-GRADE-TEXT-PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SV-ID (GRP-LAST) TO LOOKUP-ID.
           PERFORM LOOKUP-CATALOG-PARAGRAPH.
           MOVE SV-ID (GRP-LAST) TO WS-EDIT-NUM.
           MOVE ID-SOLVES TO WS-EDIT-NUM-2.
           MOVE ID-MIN-STEPS TO WS-EDIT-WORST.
           MOVE ID-MAX-STEPS TO WS-EDIT-WORST-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  " SV-ID (GRP-LAST) " "
               LOOKUP-NAME " " LOOKUP-SOURCE " " WS-EDIT-NUM-2 "  "
               FUNCTION TRIM(WS-EDIT-WORST) "-"
               FUNCTION TRIM(WS-EDIT-WORST-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           MOVE ID-GRADE-TEXT TO WS-LINE-OUT (88:43).
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           COMPUTE GRP-FIRST = GRP-LAST + 1.
       CLOSE-PUZZLE-EXIT.
           EXIT
       .

       ADD-GRADE-TEXT-PARAGRAPH.
       *> "EASY x3 MEDIUM x1" - the grade at GRP-POS and how many of
       *> this puzzle's solves got it
           MOVE SV-GRADE-RANK (GRP-POS) TO GRADE-RANK-WORK.
           PERFORM GRADE-LABEL-PARAGRAPH.
           MOVE ID-RUN-COUNT TO WS-EDIT-NUM-3.
           STRING FUNCTION TRIM(GRADE-LABEL) " x"
               FUNCTION TRIM(WS-EDIT-NUM-3) " "
               DELIMITED BY SIZE INTO ID-GRADE-TEXT
               WITH POINTER ID-GRADE-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           MOVE ZERO TO ID-RUN-COUNT
       .

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-LINE-OUT TO STATS-REPORT-RECORD.
           WRITE STATS-REPORT-RECORD
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
               MOVE "SudokuStats" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE "REPORT" TO JH-MODE
               MOVE SUDOKU-STATS-FILE-NAME (1:24) TO JH-INPUT
               MOVE SOLVE-COUNT TO JH-PROCESSED
               COMPUTE JH-REJECTS = LINES-SKIPPED + LINES-OVER-LIMIT
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
