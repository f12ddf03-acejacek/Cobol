       IDENTIFICATION DIVISION.
       PROGRAM-ID. SudokuImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SUDOKU-CATALOG-FILE
               ASSIGN TO SUDOKU-CATALOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-REC-ID
               ALTERNATE RECORD KEY IS CAT-REC-GRID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT IMPORT-INPUT-FILE
               ASSIGN TO SUDOKU-IMPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT SUDOKU-PUZZLE-FILE
               ASSIGN TO SUDOKU-PUZZLE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUZZLE-STATUS.
           SELECT IMPORT-LOG-FILE
               ASSIGN TO SUDOKU-IMPORT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD   PIC X(300).

           FD SUDOKU-CATALOG-FILE.
           01 SUDOKU-CATALOG-RECORD.
               05 CAT-REC-ID       PIC 9(6).
               05 FILLER           PIC X.
               05 CAT-REC-NAME     PIC X(24).
               05 FILLER           PIC X.
               05 CAT-REC-SOURCE   PIC X(16).
               05 CAT-REC-VARIANT  PIC X.
                   88 CAT-DIAGONAL     VALUE "X".
               05 CAT-REC-GRID     PIC X(81).

       *> whatever the vendor sent - one-line grids with digits and
       *> dots, nine-line grids with box borders, title and comment
       *> lines in between
           FD IMPORT-INPUT-FILE.
           01 IMPORT-INPUT-RECORD  PIC X(200).

       *> the batch puzzle file the Sudoku B run reads
           FD SUDOKU-PUZZLE-FILE.
           01 SUDOKU-PUZZLE-RECORD PIC X(83).

           FD IMPORT-LOG-FILE.
           01 IMPORT-LOG-RECORD    PIC X(130).

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
       *> turns puzzles from outside sources into clean batch lines
       *> instead of having them retyped. Each grid found in the input
       *> is checked the way the batch checks a line, then looked up
       *> in the catalog by its grid: a puzzle already cataloged is
       *> skipped, a new one is registered under the next free ID with
       *> its title as the catalog name (so the batch report and book
       *> carry the title) and appended to the puzzle file. Every
       *> puzzle found goes into the import log as CONVERTED, SKIPPED
       *> or REJECTED with the reason
           01 RUN-CONTROL-FILE-NAME  PIC X(255)
                          VALUE "run-control.txt".
           01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.dat".
           01 SUDOKU-IMPORT-FILE-NAME PIC X(255)
                          VALUE "sudoku-import.txt".
           01 SUDOKU-PUZZLE-FILE-NAME PIC X(255)
                          VALUE "sudoku-puzzles.txt".
           01 SUDOKU-IMPORT-LOG-NAME PIC X(255)
                          VALUE "sudoku-import-log.txt".
           01 JOB-HISTORY-FILE-NAME  PIC X(255)
                          VALUE "job-history.log".

           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-CATALOG-STATUS  PIC XX.
               88 CATALOG-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CATALOG-FILE  VALUE "10".
               88 CATALOG-FILE-MISSING VALUE "35".
           01 WS-IMPORT-STATUS   PIC XX.
               88 IMPORT-FILE-GOOD     VALUES ZERO, "10".
               88 END-OF-IMPORT-FILE   VALUE "10".
           01 WS-PUZZLE-STATUS   PIC XX.
               88 PUZZLE-FILE-GOOD     VALUE ZERO.
           01 WS-LOG-STATUS      PIC XX.
               88 LOG-FILE-GOOD        VALUE ZERO.
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

           01 CATALOG-NEXT-ID    PIC 9(6) VALUE 1.
           01 PUZZLE-SOURCE-NAME PIC X(16) VALUE SPACES.

       *> line scanner: every character of an input line is a given
       *> (1-9), a blank cell (0 . _), border decoration (| - + = and
       *> spaces) or text - any text makes the line a title or comment
           01 LINES-READ         PIC 9(6) VALUE ZERO.
           01 IMP-LINE           PIC X(200) VALUE SPACES.
           01 IMP-POS            PIC 999 VALUE ZERO.
           01 IMP-START          PIC 999 VALUE ZERO.
           01 IMP-CHAR           PIC X VALUE SPACE.
           01 IMP-LINE-CELLS     PIC 999 VALUE ZERO.
           01 IMP-LINE-TEXT      PIC 999 VALUE ZERO.
           01 IMP-LAST-TEXT      PIC 999 VALUE ZERO.
           01 IMP-LABEL-START    PIC 999 VALUE ZERO.
           01 IMP-LABEL-LEN      PIC 999 VALUE ZERO.
           01 IMP-SAVE-LINE      PIC X(200) VALUE SPACES.
           01 IMP-LINE-DIGITS    PIC X(200) VALUE SPACES.
           01 IMP-LINE-DIAGONAL  PIC X VALUE "N".
               88 LINE-MARKED-DIAGONAL VALUE "Y".
           01 IMP-UPPER-TEXT     PIC X(200) VALUE SPACES.
           01 IMP-MARK-COUNT     PIC 99 VALUE ZERO.

       *> the puzzle being assembled - rows of a multi-line grid are
       *> collected here until the ninth arrives
           01 IMP-GRID           PIC X(81) VALUE SPACES.
           01 IMP-GRID-CELLS REDEFINES IMP-GRID.
               05 IMP-GRID-ROW OCCURS 9 TIMES.
                   10 IMP-CELL OCCURS 9 TIMES PIC 9.
           01 IMP-ROWS           PIC 99 VALUE ZERO.
           01 IMP-START-LINE     PIC 9(6) VALUE ZERO.
           01 IMP-TITLE          PIC X(60) VALUE SPACES.
           01 IMP-DIAGONAL       PIC X VALUE "N".
               88 PUZZLE-IS-DIAGONAL   VALUE "Y".
           01 IMP-REASON         PIC X(60) VALUE SPACES.
           01 IMP-OUTCOME        PIC X(9) VALUE SPACES.
           01 IMP-DETAIL         PIC X(60) VALUE SPACES.
           01 IMP-BATCH-LINE     PIC X(83) VALUE SPACES.

       *> given-conflict sweeps, as VALIDATE-PUZZLE-LINE runs them
           01 WS-PUZZLE-VALID    PIC X VALUE "Y".
               88 PUZZLE-LINE-VALID  VALUE "Y".
           01 VAL-R              PIC 99 VALUE ZERO.
           01 VAL-C              PIC 99 VALUE ZERO.
           01 VAL-BR             PIC 99 VALUE ZERO.
           01 VAL-BC             PIC 99 VALUE ZERO.
           01 VAL-V              PIC 9 VALUE ZERO.
           01 VAL-BOX-NUM        PIC 9 VALUE ZERO.
           01 VAL-SEEN.
               05 VAL-SEEN-FLAG OCCURS 9 TIMES PIC 9.
           01 VAL-RC-EDIT        PIC Z9.

           01 PUZZLES-FOUND      PIC 9(6) VALUE ZERO.
           01 PUZZLES-CONVERTED  PIC 9(6) VALUE ZERO.
           01 PUZZLES-SKIPPED    PIC 9(6) VALUE ZERO.
           01 PUZZLES-REJECTED   PIC 9(6) VALUE ZERO.
           01 WS-LINE-OUT        PIC X(130).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.
           01 WS-EDIT-NUM-3      PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM IMPORT-PARAGRAPH THRU IMPORT-PARAGRAPH-EXIT.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> same card the solver reads, so the import lands in the
       *> puzzle file and catalog the batch will use
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
               WHEN "SUDOKU-CATALOG-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-CATALOG-FILE-NAME
               WHEN "SUDOKU-PUZZLE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-PUZZLE-FILE-NAME
               WHEN "SUDOKU-IMPORT-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-IMPORT-FILE-NAME
               WHEN "SUDOKU-IMPORT-LOG"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO SUDOKU-IMPORT-LOG-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       IMPORT-PARAGRAPH.
       *> the catalog is needed twice per puzzle - the duplicate check
       *> and the registration that carries the title - so no catalog,
       *> no import
           MOVE SUDOKU-IMPORT-FILE-NAME (1:16) TO PUZZLE-SOURCE-NAME.
           OPEN INPUT IMPORT-INPUT-FILE.
           IF NOT IMPORT-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-IMPORT-FILE-NAME)
                   " status " WS-IMPORT-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO IMPORT-PARAGRAPH-EXIT
           END-IF.
           OPEN I-O SUDOKU-CATALOG-FILE.
           IF CATALOG-FILE-MISSING THEN
               OPEN OUTPUT SUDOKU-CATALOG-FILE
               CLOSE SUDOKU-CATALOG-FILE
               OPEN I-O SUDOKU-CATALOG-FILE
           END-IF.
           IF NOT CATALOG-FILE-GOOD THEN
               DISPLAY "Catalog "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
                   " could not be opened (status " WS-CATALOG-STATUS
                   ") - nothing imported."
               CLOSE IMPORT-INPUT-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO IMPORT-PARAGRAPH-EXIT
           END-IF.
       *> imports add to the puzzle file, so several vendors' files
       *> can be taken in ahead of one batch run
           OPEN EXTEND SUDOKU-PUZZLE-FILE.
           IF NOT PUZZLE-FILE-GOOD THEN
               OPEN OUTPUT SUDOKU-PUZZLE-FILE
           END-IF.
           IF NOT PUZZLE-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-PUZZLE-FILE-NAME)
                   " status " WS-PUZZLE-STATUS
               CLOSE IMPORT-INPUT-FILE
               CLOSE SUDOKU-CATALOG-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO IMPORT-PARAGRAPH-EXIT
           END-IF.
           OPEN OUTPUT IMPORT-LOG-FILE.
           IF NOT LOG-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-IMPORT-LOG-NAME)
                   " status " WS-LOG-STATUS
               CLOSE IMPORT-INPUT-FILE
               CLOSE SUDOKU-CATALOG-FILE
               CLOSE SUDOKU-PUZZLE-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO IMPORT-PARAGRAPH-EXIT
           END-IF.
           PERFORM ESTABLISH-NEXT-ID-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Puzzle import "
               FUNCTION TRIM(SUDOKU-IMPORT-FILE-NAME) " -> "
               FUNCTION TRIM(SUDOKU-PUZZLE-FILE-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.
           MOVE ALL "-" TO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.

           MOVE ZERO TO IMP-ROWS.
           MOVE SPACES TO IMP-TITLE.
           PERFORM UNTIL END-OF-IMPORT-FILE
               READ IMPORT-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO LINES-READ
                       MOVE IMPORT-INPUT-RECORD TO IMP-LINE
                       PERFORM TAKE-IMPORT-LINE-PARAGRAPH
                           THRU TAKE-IMPORT-LINE-EXIT
               END-READ
           END-PERFORM.
           IF IMP-ROWS > ZERO THEN
               PERFORM REJECT-PARTIAL-GRID-PARAGRAPH
           END-IF.

           CLOSE IMPORT-INPUT-FILE.
           CLOSE SUDOKU-CATALOG-FILE.
           CLOSE SUDOKU-PUZZLE-FILE.
           PERFORM WRITE-IMPORT-SUMMARY-PARAGRAPH.
           CLOSE IMPORT-LOG-FILE.
       IMPORT-PARAGRAPH-EXIT.
           EXIT
       .

       ESTABLISH-NEXT-ID-PARAGRAPH.
       *> one pass down the ID key for the highest ID on file, the
       *> same way the solver numbers a new registration
           MOVE 1 TO CATALOG-NEXT-ID.
           MOVE ZERO TO CAT-REC-ID.
           START SUDOKU-CATALOG-FILE KEY IS > CAT-REC-ID
               INVALID KEY
                   MOVE "10" TO WS-CATALOG-STATUS
           END-START.
           PERFORM UNTIL END-OF-CATALOG-FILE OR NOT CATALOG-FILE-GOOD
               READ SUDOKU-CATALOG-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE CATALOG-NEXT-ID = CAT-REC-ID + 1
               END-READ
           END-PERFORM.
           MOVE ZERO TO WS-CATALOG-STATUS
       .

       TAKE-IMPORT-LINE-PARAGRAPH.
       *> classify one input line and feed it to the puzzle being
       *> assembled: a blank line or a border line changes nothing, a
       *> text line is the title for the next grid, 81 cells are a
       *> whole puzzle and 9 cells are one row of a nine-line grid
           IF IMP-LINE = SPACES THEN
               GO TO TAKE-IMPORT-LINE-EXIT
           END-IF.
           MOVE "N" TO IMP-LINE-DIAGONAL.
           MOVE 1 TO IMP-START.
           IF IMP-LINE (1:2) = "X," OR "x," THEN
       *> our own diagonal prefix passes straight through
               MOVE "Y" TO IMP-LINE-DIAGONAL
               MOVE 3 TO IMP-START
           END-IF.
           PERFORM SCAN-IMPORT-LINE-PARAGRAPH.
           IF IMP-LINE-TEXT > ZERO THEN
               PERFORM SPLIT-LABELLED-LINE-PARAGRAPH
                   THRU SPLIT-LABELLED-LINE-EXIT
               IF IMP-LINE-TEXT > ZERO THEN
                   GO TO TAKE-IMPORT-LINE-EXIT
               END-IF
           END-IF.
           IF IMP-LINE-CELLS = ZERO THEN
               GO TO TAKE-IMPORT-LINE-EXIT
           END-IF.
       *> a short run of digits outside a grid is a puzzle number
       *> used as its title, not a broken grid
           IF IMP-LINE-CELLS < 9 AND IMP-ROWS = ZERO THEN
               PERFORM TAKE-TEXT-LINE-PARAGRAPH
               GO TO TAKE-IMPORT-LINE-EXIT
           END-IF.
           IF IMP-LINE-CELLS = 81 AND IMP-ROWS = ZERO THEN
               MOVE LINES-READ TO IMP-START-LINE
               MOVE IMP-LINE-DIGITS (1:81) TO IMP-GRID
               IF LINE-MARKED-DIAGONAL THEN
                   MOVE "Y" TO IMP-DIAGONAL
               END-IF
               PERFORM PROCESS-PUZZLE-PARAGRAPH
                   THRU PROCESS-PUZZLE-EXIT
               GO TO TAKE-IMPORT-LINE-EXIT
           END-IF.
           IF IMP-LINE-CELLS = 9 THEN
               IF IMP-ROWS = ZERO THEN
                   MOVE LINES-READ TO IMP-START-LINE
                   MOVE ZEROES TO IMP-GRID
               END-IF
               ADD 1 TO IMP-ROWS
               MOVE IMP-LINE-DIGITS (1:9) TO IMP-GRID-ROW (IMP-ROWS)
               IF IMP-ROWS = 9 THEN
                   MOVE ZERO TO IMP-ROWS
                   PERFORM PROCESS-PUZZLE-PARAGRAPH
                       THRU PROCESS-PUZZLE-EXIT
               END-IF
               GO TO TAKE-IMPORT-LINE-EXIT
           END-IF.
       *> a cell count that fits neither form - the whole puzzle it
       *> belongs to is unusable
           MOVE IMP-LINE-CELLS TO WS-EDIT-NUM.
           MOVE SPACES TO IMP-REASON.
           IF IMP-ROWS > ZERO THEN
               ADD 1 TO IMP-ROWS
               MOVE IMP-ROWS TO VAL-RC-EDIT
               STRING "GRID ROW " FUNCTION TRIM(VAL-RC-EDIT) " HAS "
                   FUNCTION TRIM(WS-EDIT-NUM) " CELLS, NOT 9"
                   DELIMITED BY SIZE INTO IMP-REASON
           ELSE
               MOVE LINES-READ TO IMP-START-LINE
               STRING "LINE HAS " FUNCTION TRIM(WS-EDIT-NUM)
                   " CELLS - NEITHER 81 NOR A 9-CELL GRID ROW"
                   DELIMITED BY SIZE INTO IMP-REASON
           END-IF.
           MOVE ZERO TO IMP-ROWS.
           PERFORM REJECT-PUZZLE-PARAGRAPH.
       TAKE-IMPORT-LINE-EXIT.
           EXIT
       .

       SCAN-IMPORT-LINE-PARAGRAPH.
       *> count the cells and the text characters on the line, and
       *> collect the cells as digits with 0 for a blank
           MOVE ZERO TO IMP-LINE-CELLS.
           MOVE ZERO TO IMP-LINE-TEXT.
           MOVE ZERO TO IMP-LAST-TEXT.
           MOVE SPACES TO IMP-LINE-DIGITS.
           PERFORM VARYING IMP-POS FROM IMP-START BY 1
                   UNTIL IMP-POS > 200
               MOVE IMP-LINE (IMP-POS:1) TO IMP-CHAR
               EVALUATE TRUE
                   WHEN IMP-CHAR >= "1" AND IMP-CHAR <= "9"
                       ADD 1 TO IMP-LINE-CELLS
                       IF IMP-LINE-CELLS <= 200 THEN
                           MOVE IMP-CHAR
                               TO IMP-LINE-DIGITS (IMP-LINE-CELLS:1)
                       END-IF
                   WHEN IMP-CHAR = "0" OR "." OR "_"
                       ADD 1 TO IMP-LINE-CELLS
                       IF IMP-LINE-CELLS <= 200 THEN
                           MOVE "0"
                               TO IMP-LINE-DIGITS (IMP-LINE-CELLS:1)
                       END-IF
                   WHEN IMP-CHAR = SPACE OR "|" OR "-" OR "+" OR "="
                       OR X"09"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO IMP-LINE-TEXT
                       MOVE IMP-POS TO IMP-LAST-TEXT
               END-EVALUATE
           END-PERFORM
       .

       SPLIT-LABELLED-LINE-PARAGRAPH.
       *> a line with text on it is a title or comment - unless it
       *> also carries a puzzle behind a label ("Puzzle 12: 53..7..",
       *> "Row 1 | 5 3 . | ..."). The cells after the last text
       *> character (or after the first "|" past it, where the label
       *> has a number of its own) are the puzzle or grid row, and the
       *> label in front of an 81-cell puzzle is its title; a row label
       *> is not a title. IMP-LINE-TEXT comes back zero when the line
       *> is to be taken as cells, otherwise the line is used up here
           MOVE FUNCTION TRIM(IMP-LINE) TO IMP-UPPER-TEXT.
           IF IMP-UPPER-TEXT (1:1) = "#" OR "*" OR ";"
                   OR IMP-LINE-CELLS < 9 THEN
               PERFORM TAKE-TEXT-LINE-PARAGRAPH
               GO TO SPLIT-LABELLED-LINE-EXIT
           END-IF.
           MOVE IMP-START TO IMP-LABEL-START.
           COMPUTE IMP-LABEL-LEN = IMP-LAST-TEXT - IMP-LABEL-START + 1.
           COMPUTE IMP-START = IMP-LAST-TEXT + 1.
           PERFORM SCAN-IMPORT-LINE-PARAGRAPH.
           IF IMP-LINE-CELLS NOT = 81 AND IMP-LINE-CELLS NOT = 9 THEN
               PERFORM VARYING IMP-POS FROM IMP-START BY 1
                       UNTIL IMP-POS > 199
                           OR IMP-LINE (IMP-POS:1) = "|"
                   CONTINUE
               END-PERFORM
               IF IMP-POS <= 199 THEN
                   COMPUTE IMP-START = IMP-POS + 1
                   PERFORM SCAN-IMPORT-LINE-PARAGRAPH
               END-IF
           END-IF.
           IF (IMP-LINE-CELLS = 81 AND IMP-ROWS = ZERO)
                   OR IMP-LINE-CELLS = 9 THEN
               IF IMP-LINE-CELLS = 81 THEN
                   IF IMP-LINE (IMP-LABEL-START + IMP-LABEL-LEN - 1:1)
                           = ":" THEN
                       SUBTRACT 1 FROM IMP-LABEL-LEN
                   END-IF
                   MOVE IMP-LINE TO IMP-SAVE-LINE
                   MOVE SPACES TO IMP-LINE
                   IF IMP-LABEL-LEN > ZERO THEN
                       MOVE IMP-SAVE-LINE
                           (IMP-LABEL-START:IMP-LABEL-LEN) TO IMP-LINE
                   END-IF
                   IF IMP-LINE NOT = SPACES THEN
                       PERFORM TAKE-TEXT-LINE-PARAGRAPH
                   END-IF
                   MOVE IMP-SAVE-LINE TO IMP-LINE
               END-IF
               MOVE ZERO TO IMP-LINE-TEXT
               GO TO SPLIT-LABELLED-LINE-EXIT
           END-IF.
       *> text and a puzzle's worth of cells that can't be told apart
       *> - the puzzle it carries is rejected, not lost
           MOVE 1 TO IMP-LINE-TEXT.
           IF IMP-ROWS = ZERO THEN
               MOVE LINES-READ TO IMP-START-LINE
           END-IF.
           MOVE ZERO TO IMP-ROWS.
           MOVE "TEXT AND CELLS ON ONE LINE" TO IMP-REASON.
           PERFORM REJECT-PUZZLE-PARAGRAPH.
       SPLIT-LABELLED-LINE-EXIT.
           EXIT
       .

       TAKE-TEXT-LINE-PARAGRAPH.
       *> "#", "*" and ";" lines are comments; any other text is the
       *> title of the grid that follows. Text in the middle of a
       *> nine-line grid cuts that grid short
           IF IMP-ROWS > ZERO THEN
               PERFORM REJECT-PARTIAL-GRID-PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(IMP-LINE) TO IMP-UPPER-TEXT.
           IF IMP-UPPER-TEXT (1:1) = "#" OR "*" OR ";" THEN
               CONTINUE
           ELSE
               MOVE IMP-UPPER-TEXT TO IMP-TITLE
               MOVE FUNCTION UPPER-CASE(IMP-UPPER-TEXT)
                   TO IMP-UPPER-TEXT
               IF IMP-UPPER-TEXT (1:6) = "TITLE:" THEN
                   MOVE FUNCTION TRIM(IMP-TITLE (7:54)) TO IMP-TITLE
               END-IF
       *> vendors label X-Sudoku in the title rather than the grid
               MOVE ZERO TO IMP-MARK-COUNT
               INSPECT IMP-UPPER-TEXT TALLYING IMP-MARK-COUNT
                   FOR ALL "X-SUDOKU" ALL "X SUDOKU" ALL "DIAGONAL"
               IF IMP-MARK-COUNT > ZERO THEN
                   MOVE "Y" TO IMP-DIAGONAL
               ELSE
                   MOVE "N" TO IMP-DIAGONAL
               END-IF
           END-IF
       .

       REJECT-PARTIAL-GRID-PARAGRAPH.
       *> a nine-line grid that stopped before its ninth row
           MOVE IMP-ROWS TO VAL-RC-EDIT.
           MOVE SPACES TO IMP-REASON.
           STRING "GRID STOPS AFTER " FUNCTION TRIM(VAL-RC-EDIT)
               " OF 9 ROWS"
               DELIMITED BY SIZE INTO IMP-REASON.
           MOVE ZERO TO IMP-ROWS.
           PERFORM REJECT-PUZZLE-PARAGRAPH
       .

       PROCESS-PUZZLE-PARAGRAPH.
       *> a complete grid: check the givens, then skip it if the
       *> catalog already holds it, otherwise register and write it
           MOVE SPACES TO IMP-REASON.
           PERFORM CHECK-GIVEN-CONFLICTS
               THRU CHECK-GIVEN-CONFLICTS-EXIT.
           IF NOT PUZZLE-LINE-VALID THEN
               PERFORM REJECT-PUZZLE-PARAGRAPH
               GO TO PROCESS-PUZZLE-EXIT
           END-IF.
           MOVE IMP-GRID TO CAT-REC-GRID.
           READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-GRID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PUZZLES-FOUND
                   ADD 1 TO PUZZLES-SKIPPED
                   MOVE "SKIPPED" TO IMP-OUTCOME
                   MOVE CAT-REC-ID TO WS-EDIT-NUM-3
                   MOVE SPACES TO IMP-DETAIL
                   STRING "duplicate of catalog ID "
                       FUNCTION TRIM(WS-EDIT-NUM-3) " "
                       FUNCTION TRIM(CAT-REC-NAME)
                       DELIMITED BY SIZE INTO IMP-DETAIL
                   PERFORM LOG-PUZZLE-PARAGRAPH
                   GO TO PROCESS-PUZZLE-EXIT
           END-READ.
           MOVE SPACES TO SUDOKU-CATALOG-RECORD.
           MOVE CATALOG-NEXT-ID TO CAT-REC-ID.
           IF IMP-TITLE = SPACES THEN
               MOVE CATALOG-NEXT-ID TO WS-EDIT-NUM-3
               STRING "PUZZLE " FUNCTION TRIM(WS-EDIT-NUM-3)
                   DELIMITED BY SIZE INTO CAT-REC-NAME
           ELSE
               MOVE IMP-TITLE TO CAT-REC-NAME
           END-IF.
           MOVE PUZZLE-SOURCE-NAME TO CAT-REC-SOURCE.
           IF PUZZLE-IS-DIAGONAL THEN
               MOVE "X" TO CAT-REC-VARIANT
           END-IF.
           MOVE IMP-GRID TO CAT-REC-GRID.
           WRITE SUDOKU-CATALOG-RECORD
               INVALID KEY
                   MOVE SPACES TO IMP-REASON
                   STRING "CATALOG WRITE FAILED (STATUS "
                       WS-CATALOG-STATUS ")"
                       DELIMITED BY SIZE INTO IMP-REASON
                   PERFORM REJECT-PUZZLE-PARAGRAPH
                   GO TO PROCESS-PUZZLE-EXIT
           END-WRITE.
           ADD 1 TO CATALOG-NEXT-ID.
           MOVE SPACES TO IMP-BATCH-LINE.
           IF PUZZLE-IS-DIAGONAL THEN
               STRING "X," IMP-GRID DELIMITED BY SIZE
                   INTO IMP-BATCH-LINE
           ELSE
               MOVE IMP-GRID TO IMP-BATCH-LINE
           END-IF.
           WRITE SUDOKU-PUZZLE-RECORD FROM IMP-BATCH-LINE.
           ADD 1 TO PUZZLES-FOUND.
           ADD 1 TO PUZZLES-CONVERTED.
           MOVE "CONVERTED" TO IMP-OUTCOME.
           MOVE CAT-REC-ID TO WS-EDIT-NUM-3.
           MOVE SPACES TO IMP-DETAIL.
           IF PUZZLE-IS-DIAGONAL THEN
               STRING "ID " FUNCTION TRIM(WS-EDIT-NUM-3) " "
                   FUNCTION TRIM(CAT-REC-NAME) " (X-SUDOKU)"
                   DELIMITED BY SIZE INTO IMP-DETAIL
           ELSE
               STRING "ID " FUNCTION TRIM(WS-EDIT-NUM-3) " "
                   FUNCTION TRIM(CAT-REC-NAME)
                   DELIMITED BY SIZE INTO IMP-DETAIL
           END-IF.
           PERFORM LOG-PUZZLE-PARAGRAPH.
       PROCESS-PUZZLE-EXIT.
           EXIT
       .

       CHECK-GIVEN-CONFLICTS.
       *> a duplicate given in any row, column or box (or on a long
       *> diagonal of an X-Sudoku) makes the board impossible - the
       *> batch would reject the line, so it is rejected here instead
           MOVE "Y" TO WS-PUZZLE-VALID.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > 9 OR NOT PUZZLE-LINE-VALID
               MOVE ZEROES TO VAL-SEEN
               PERFORM VARYING VAL-C FROM 1 BY 1
                       UNTIL VAL-C > 9 OR NOT PUZZLE-LINE-VALID
                   MOVE IMP-CELL (VAL-R, VAL-C) TO VAL-V
                   PERFORM TALLY-GIVEN-VALUE
               END-PERFORM
               IF NOT PUZZLE-LINE-VALID THEN
                   MOVE VAL-R TO VAL-RC-EDIT
                   STRING "DUPLICATE GIVEN " VAL-V " IN ROW "
                       FUNCTION TRIM(VAL-RC-EDIT)
                       DELIMITED BY SIZE INTO IMP-REASON
               END-IF
           END-PERFORM.
           IF NOT PUZZLE-LINE-VALID THEN
               GO TO CHECK-GIVEN-CONFLICTS-EXIT
           END-IF.
           PERFORM VARYING VAL-C FROM 1 BY 1
                   UNTIL VAL-C > 9 OR NOT PUZZLE-LINE-VALID
               MOVE ZEROES TO VAL-SEEN
               PERFORM VARYING VAL-R FROM 1 BY 1
                       UNTIL VAL-R > 9 OR NOT PUZZLE-LINE-VALID
                   MOVE IMP-CELL (VAL-R, VAL-C) TO VAL-V
                   PERFORM TALLY-GIVEN-VALUE
               END-PERFORM
               IF NOT PUZZLE-LINE-VALID THEN
                   MOVE VAL-C TO VAL-RC-EDIT
                   STRING "DUPLICATE GIVEN " VAL-V " IN COLUMN "
                       FUNCTION TRIM(VAL-RC-EDIT)
                       DELIMITED BY SIZE INTO IMP-REASON
               END-IF
           END-PERFORM.
           IF NOT PUZZLE-LINE-VALID THEN
               GO TO CHECK-GIVEN-CONFLICTS-EXIT
           END-IF.
           MOVE ZERO TO VAL-BOX-NUM.
           PERFORM VARYING VAL-BR FROM 1 BY 3
                   UNTIL VAL-BR > 9 OR NOT PUZZLE-LINE-VALID
               PERFORM VARYING VAL-BC FROM 1 BY 3
                       UNTIL VAL-BC > 9 OR NOT PUZZLE-LINE-VALID
                   ADD 1 TO VAL-BOX-NUM
                   MOVE ZEROES TO VAL-SEEN
                   PERFORM VARYING VAL-R FROM VAL-BR BY 1
                           UNTIL VAL-R >= VAL-BR + 3
                               OR NOT PUZZLE-LINE-VALID
                       PERFORM VARYING VAL-C FROM VAL-BC BY 1
                               UNTIL VAL-C >= VAL-BC + 3
                                   OR NOT PUZZLE-LINE-VALID
                           MOVE IMP-CELL (VAL-R, VAL-C) TO VAL-V
                           PERFORM TALLY-GIVEN-VALUE
                       END-PERFORM
                   END-PERFORM
                   IF NOT PUZZLE-LINE-VALID THEN
                       MOVE VAL-BOX-NUM TO VAL-RC-EDIT
                       STRING "DUPLICATE GIVEN " VAL-V " IN BOX "
                           FUNCTION TRIM(VAL-RC-EDIT)
                           DELIMITED BY SIZE INTO IMP-REASON
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NOT PUZZLE-LINE-VALID OR NOT PUZZLE-IS-DIAGONAL THEN
               GO TO CHECK-GIVEN-CONFLICTS-EXIT
           END-IF.
           MOVE ZEROES TO VAL-SEEN.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > 9 OR NOT PUZZLE-LINE-VALID
               MOVE IMP-CELL (VAL-R, VAL-R) TO VAL-V
               PERFORM TALLY-GIVEN-VALUE
           END-PERFORM.
           IF NOT PUZZLE-LINE-VALID THEN
               STRING "DUPLICATE GIVEN " VAL-V " ON MAIN DIAGONAL"
                   DELIMITED BY SIZE INTO IMP-REASON
               GO TO CHECK-GIVEN-CONFLICTS-EXIT
           END-IF.
           MOVE ZEROES TO VAL-SEEN.
           PERFORM VARYING VAL-R FROM 1 BY 1
                   UNTIL VAL-R > 9 OR NOT PUZZLE-LINE-VALID
               COMPUTE VAL-C = 10 - VAL-R
               MOVE IMP-CELL (VAL-R, VAL-C) TO VAL-V
               PERFORM TALLY-GIVEN-VALUE
           END-PERFORM.
           IF NOT PUZZLE-LINE-VALID THEN
               STRING "DUPLICATE GIVEN " VAL-V " ON ANTI-DIAGONAL"
                   DELIMITED BY SIZE INTO IMP-REASON
           END-IF.
       CHECK-GIVEN-CONFLICTS-EXIT.
           EXIT
       .

       TALLY-GIVEN-VALUE.
       *> shared by the row, column, box and diagonal sweeps above
           IF VAL-V > ZERO THEN
               IF VAL-SEEN-FLAG (VAL-V) = 1 THEN
                   MOVE "N" TO WS-PUZZLE-VALID
               ELSE
                   MOVE 1 TO VAL-SEEN-FLAG (VAL-V)
               END-IF
           END-IF
       .

       REJECT-PUZZLE-PARAGRAPH.
       *> IMP-REASON says why; the title is used up either way
           ADD 1 TO PUZZLES-FOUND.
           ADD 1 TO PUZZLES-REJECTED.
           MOVE "REJECTED" TO IMP-OUTCOME.
           MOVE IMP-REASON TO IMP-DETAIL.
           PERFORM LOG-PUZZLE-PARAGRAPH
       .

       LOG-PUZZLE-PARAGRAPH.
       *> one log line per input puzzle - its number, the input line
       *> it starts on, its title, the outcome and the detail - then
       *> the title and rule are cleared for the next grid
           MOVE PUZZLES-FOUND TO WS-EDIT-NUM.
           MOVE IMP-START-LINE TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Puzzle " WS-EDIT-NUM " line " WS-EDIT-NUM-2 "  "
               IMP-OUTCOME "  " FUNCTION TRIM(IMP-DETAIL)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.
           IF IMP-TITLE NOT = SPACES THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "                           title: "
                   FUNCTION TRIM(IMP-TITLE)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-LOG-LINE-PARAGRAPH
           END-IF.
           MOVE SPACES TO IMP-TITLE.
           MOVE "N" TO IMP-DIAGONAL
       .

       WRITE-LOG-LINE-PARAGRAPH.
           MOVE WS-LINE-OUT TO IMPORT-LOG-RECORD.
           WRITE IMPORT-LOG-RECORD
       .

       WRITE-IMPORT-SUMMARY-PARAGRAPH.
           MOVE ALL "-" TO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.
           MOVE LINES-READ TO WS-EDIT-NUM.
           MOVE PUZZLES-FOUND TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Lines read: " FUNCTION TRIM(WS-EDIT-NUM)
               "   puzzles found: " FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT).
           MOVE PUZZLES-CONVERTED TO WS-EDIT-NUM.
           MOVE PUZZLES-SKIPPED TO WS-EDIT-NUM-2.
           MOVE PUZZLES-REJECTED TO WS-EDIT-NUM-3.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Converted: " FUNCTION TRIM(WS-EDIT-NUM)
               "   skipped (already cataloged): "
               FUNCTION TRIM(WS-EDIT-NUM-2)
               "   rejected: " FUNCTION TRIM(WS-EDIT-NUM-3)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-LOG-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT)
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
               MOVE "SudokuImport" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE "IMPORT" TO JH-MODE
               MOVE SUDOKU-IMPORT-FILE-NAME (1:24) TO JH-INPUT
               MOVE PUZZLES-FOUND TO JH-PROCESSED
               MOVE PUZZLES-REJECTED TO JH-REJECTS
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
