       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogConvert.
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
           SELECT CATALOG-SEQUENTIAL-FILE
               ASSIGN TO CATALOG-SEQUENTIAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENTIAL-STATUS.
           SELECT CONVERT-REPORT-FILE
               ASSIGN TO CONVERT-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
                   88 CAT-PLAIN        VALUE SPACE.
                   88 CAT-DIAGONAL     VALUE "X".
               05 CAT-REC-GRID     PIC X(81).

       *> the old text catalog and the unload share one layout, so a
       *> pre-conversion sudoku-catalog.txt is itself a valid backup
           FD CATALOG-SEQUENTIAL-FILE.
           01 CATALOG-SEQUENTIAL-RECORD.
               05 SEQ-REC-ID       PIC X(6).
               05 FILLER           PIC X.
               05 SEQ-REC-NAME     PIC X(24).
               05 FILLER           PIC X.
               05 SEQ-REC-SOURCE   PIC X(16).
               05 SEQ-REC-VARIANT  PIC X.
               05 SEQ-REC-GRID     PIC X(81).

           FD CONVERT-REPORT-FILE.
           01 CONVERT-REPORT-RECORD PIC X(130).

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
       *> moves the puzzle catalog between its two forms. L loads the
       *> sequential text catalog into the indexed catalog keyed on
       *> the puzzle ID with an alternate key on the grid, listing
       *> every line it cannot take - a repeated ID, a grid already
       *> held under another ID, or a line with no usable ID or grid.
       *> U unloads the indexed catalog back to a sequential file in
       *> ID order, which is the backup that Sudoku R replays onto
           01 RUN-CONTROL-FILE-NAME  PIC X(255)
                          VALUE "run-control.txt".
           01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.dat".
           01 CATALOG-CONVERT-INPUT-NAME PIC X(255)
                          VALUE "sudoku-catalog.txt".
           01 CATALOG-UNLOAD-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.unl".
           01 CATALOG-SEQUENTIAL-FILE-NAME PIC X(255) VALUE SPACES.
           01 CONVERT-REPORT-FILE-NAME PIC X(255)
                          VALUE "catalog-convert.txt".
           01 JOB-HISTORY-FILE-NAME  PIC X(255)
                          VALUE "job-history.log".

           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-CATALOG-STATUS  PIC XX.
               88 CATALOG-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CATALOG-FILE  VALUE "10".
               88 CATALOG-FILE-MISSING VALUE "35".
           01 WS-SEQUENTIAL-STATUS PIC XX.
               88 SEQUENTIAL-FILE-GOOD   VALUES ZERO, "10".
               88 END-OF-SEQUENTIAL-FILE VALUE "10".
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

           01 WS-MODE            PIC X VALUE SPACE.
               88 MODE-LOAD            VALUES "L", "l", SPACE.
               88 MODE-UNLOAD          VALUES "U", "u".
           01 WS-MODE-NAME       PIC X(12) VALUE SPACES.

           01 LINES-READ         PIC 9(6) VALUE ZERO.
           01 ENTRIES-WRITTEN    PIC 9(6) VALUE ZERO.
           01 DUPLICATE-IDS      PIC 9(6) VALUE ZERO.
           01 DUPLICATE-GRIDS    PIC 9(6) VALUE ZERO.
           01 INVALID-LINES      PIC 9(6) VALUE ZERO.
           01 LINES-REJECTED     PIC 9(6) VALUE ZERO.
           01 WS-HELD-ID         PIC 9(6) VALUE ZERO.
           01 WS-LINE-OUT        PIC X(130).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           ACCEPT WS-MODE FROM COMMAND-LINE.
           IF MODE-UNLOAD THEN
               MOVE "UNLOAD" TO WS-MODE-NAME
               MOVE CATALOG-UNLOAD-FILE-NAME
                   TO CATALOG-SEQUENTIAL-FILE-NAME
               PERFORM UNLOAD-CATALOG-PARAGRAPH
                   THRU UNLOAD-CATALOG-EXIT
           ELSE
               IF MODE-LOAD THEN
                   MOVE "LOAD" TO WS-MODE-NAME
                   MOVE CATALOG-CONVERT-INPUT-NAME
                       TO CATALOG-SEQUENTIAL-FILE-NAME
                   PERFORM LOAD-CATALOG-PARAGRAPH
                       THRU LOAD-CATALOG-EXIT
               ELSE
                   DISPLAY "Usage: CatalogConvert L (load the "
                       "sequential catalog) or U (unload it)"
                   MOVE "ERROR" TO JH-RUN-STATUS
               END-IF
           END-IF.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> same card the solver reads, so the conversion lands the
       *> catalog exactly where the programs will look for it
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
               WHEN "CATALOG-CONVERT-INPUT"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CATALOG-CONVERT-INPUT-NAME
               WHEN "CATALOG-UNLOAD-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CATALOG-UNLOAD-FILE-NAME
               WHEN "CATALOG-CONVERT-REPORT"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CONVERT-REPORT-FILE-NAME
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       LOAD-CATALOG-PARAGRAPH.
       *> a one-time load: an indexed catalog that already exists is
       *> left alone rather than emptied by the OPEN OUTPUT below
           OPEN INPUT SUDOKU-CATALOG-FILE.
           IF NOT CATALOG-FILE-MISSING THEN
               IF CATALOG-FILE-GOOD THEN
                   CLOSE SUDOKU-CATALOG-FILE
               END-IF
               DISPLAY "Indexed catalog "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
                   " already exists (status " WS-CATALOG-STATUS
                   ") - nothing loaded."
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO LOAD-CATALOG-EXIT
           END-IF.
           OPEN INPUT CATALOG-SEQUENTIAL-FILE.
           IF NOT SEQUENTIAL-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(CATALOG-SEQUENTIAL-FILE-NAME)
                   " status " WS-SEQUENTIAL-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO LOAD-CATALOG-EXIT
           END-IF.
           OPEN OUTPUT CONVERT-REPORT-FILE.
           IF NOT REPORT-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(CONVERT-REPORT-FILE-NAME)
                   " status " WS-REPORT-STATUS
               CLOSE CATALOG-SEQUENTIAL-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO LOAD-CATALOG-EXIT
           END-IF.
       *> created empty, then reopened I-O so each line can be checked
       *> against what is already loaded before it is written
           OPEN OUTPUT SUDOKU-CATALOG-FILE.
           IF CATALOG-FILE-GOOD THEN
               CLOSE SUDOKU-CATALOG-FILE
               OPEN I-O SUDOKU-CATALOG-FILE
           END-IF.
           IF NOT CATALOG-FILE-GOOD THEN
               DISPLAY "Could not create "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
                   " status " WS-CATALOG-STATUS
               CLOSE CATALOG-SEQUENTIAL-FILE
               CLOSE CONVERT-REPORT-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO LOAD-CATALOG-EXIT
           END-IF.
           MOVE SPACES TO CONVERT-REPORT-RECORD.
           STRING "Catalog conversion "
               FUNCTION TRIM(CATALOG-SEQUENTIAL-FILE-NAME) " -> "
               FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           MOVE ALL "-" TO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           PERFORM UNTIL END-OF-SEQUENTIAL-FILE
               READ CATALOG-SEQUENTIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CATALOG-SEQUENTIAL-RECORD NOT = SPACES
                           ADD 1 TO LINES-READ
                           PERFORM LOAD-ONE-LINE-PARAGRAPH
                               THRU LOAD-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-SEQUENTIAL-FILE.
           CLOSE SUDOKU-CATALOG-FILE.
           PERFORM WRITE-LOAD-SUMMARY-PARAGRAPH.
           CLOSE CONVERT-REPORT-FILE.
       *> a duplicate means two puzzles were sharing an ID or one
       *> puzzle was cataloged twice - the loaded catalog is usable,
       *> but the rejected lines need a decision before anything
       *> that referenced them can be trusted
           IF DUPLICATE-IDS > ZERO OR DUPLICATE-GRIDS > ZERO
                   OR INVALID-LINES > ZERO THEN
               MOVE "FAIL" TO JH-RUN-STATUS
           END-IF.
       LOAD-CATALOG-EXIT.
           EXIT
       .

       LOAD-ONE-LINE-PARAGRAPH.
       *> the first line to claim an ID or a grid keeps it; any later
       *> claimant is reported alongside the entry that already holds
       *> it and is not loaded
           MOVE LINES-READ TO WS-EDIT-NUM.
           IF SEQ-REC-ID IS NOT NUMERIC OR SEQ-REC-ID = ZERO
                   OR SEQ-REC-GRID = SPACES THEN
               ADD 1 TO INVALID-LINES
               ADD 1 TO LINES-REJECTED
               MOVE SPACES TO WS-LINE-OUT
               STRING "line " FUNCTION TRIM(WS-EDIT-NUM)
                   ': no usable ID or grid - "'
                   CATALOG-SEQUENTIAL-RECORD (1:48) '"'
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.
           MOVE SEQ-REC-ID TO CAT-REC-ID.
           READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DUPLICATE-IDS
                   ADD 1 TO LINES-REJECTED
                   MOVE SPACES TO WS-LINE-OUT
                   STRING "line " FUNCTION TRIM(WS-EDIT-NUM)
                       ": duplicate ID " SEQ-REC-ID ' "'
                       FUNCTION TRIM(SEQ-REC-NAME)
                       '" - already held by "'
                       FUNCTION TRIM(CAT-REC-NAME) '"'
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
                   GO TO LOAD-ONE-LINE-EXIT
           END-READ.
           MOVE SEQ-REC-GRID TO CAT-REC-GRID.
           READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-GRID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DUPLICATE-GRIDS
                   ADD 1 TO LINES-REJECTED
                   MOVE CAT-REC-ID TO WS-HELD-ID
                   MOVE WS-HELD-ID TO WS-EDIT-NUM-2
                   MOVE SPACES TO WS-LINE-OUT
                   STRING "line " FUNCTION TRIM(WS-EDIT-NUM)
                       ": ID " SEQ-REC-ID ' "'
                       FUNCTION TRIM(SEQ-REC-NAME)
                       '" repeats the grid of ID '
                       FUNCTION TRIM(WS-EDIT-NUM-2)
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
                   GO TO LOAD-ONE-LINE-EXIT
           END-READ.
           MOVE CATALOG-SEQUENTIAL-RECORD TO SUDOKU-CATALOG-RECORD.
           WRITE SUDOKU-CATALOG-RECORD
               INVALID KEY
                   ADD 1 TO INVALID-LINES
                   ADD 1 TO LINES-REJECTED
                   MOVE SPACES TO WS-LINE-OUT
                   STRING "line " FUNCTION TRIM(WS-EDIT-NUM)
                       ": ID " SEQ-REC-ID " could not be written"
                       " (status " WS-CATALOG-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               NOT INVALID KEY
                   ADD 1 TO ENTRIES-WRITTEN
           END-WRITE.
       LOAD-ONE-LINE-EXIT.
           EXIT
       .

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-LINE-OUT TO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD
       .

       WRITE-LOAD-SUMMARY-PARAGRAPH.
           MOVE ALL "-" TO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           MOVE LINES-READ TO WS-EDIT-NUM.
           MOVE ENTRIES-WRITTEN TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Lines read: " FUNCTION TRIM(WS-EDIT-NUM)
               "   entries loaded: " FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT).
           MOVE DUPLICATE-IDS TO WS-EDIT-NUM.
           MOVE DUPLICATE-GRIDS TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Duplicate IDs: " FUNCTION TRIM(WS-EDIT-NUM)
               "   duplicate grids: " FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT).
           MOVE INVALID-LINES TO WS-EDIT-NUM.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Invalid lines: " FUNCTION TRIM(WS-EDIT-NUM)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY FUNCTION TRIM(WS-LINE-OUT)
       .

       UNLOAD-CATALOG-PARAGRAPH.
       *> ID order, one line per entry, in the text catalog layout
           OPEN INPUT SUDOKU-CATALOG-FILE.
           IF NOT CATALOG-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
                   " status " WS-CATALOG-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO UNLOAD-CATALOG-EXIT
           END-IF.
           OPEN OUTPUT CATALOG-SEQUENTIAL-FILE.
           IF NOT SEQUENTIAL-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(CATALOG-SEQUENTIAL-FILE-NAME)
                   " status " WS-SEQUENTIAL-STATUS
               CLOSE SUDOKU-CATALOG-FILE
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO UNLOAD-CATALOG-EXIT
           END-IF.
           MOVE ZERO TO CAT-REC-ID.
           START SUDOKU-CATALOG-FILE KEY IS >= CAT-REC-ID
               INVALID KEY
                   MOVE "10" TO WS-CATALOG-STATUS
           END-START.
           PERFORM UNTIL END-OF-CATALOG-FILE OR NOT CATALOG-FILE-GOOD
               READ SUDOKU-CATALOG-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUDOKU-CATALOG-RECORD
                           TO CATALOG-SEQUENTIAL-RECORD
                       WRITE CATALOG-SEQUENTIAL-RECORD
                       ADD 1 TO ENTRIES-WRITTEN
               END-READ
           END-PERFORM.
           IF NOT CATALOG-FILE-GOOD THEN
               DISPLAY "Catalog read failed (status "
                   WS-CATALOG-STATUS ") - unload is incomplete."
               MOVE "ERROR" TO JH-RUN-STATUS
           END-IF.
           CLOSE SUDOKU-CATALOG-FILE.
           CLOSE CATALOG-SEQUENTIAL-FILE.
           MOVE ENTRIES-WRITTEN TO WS-EDIT-NUM.
           DISPLAY "Entries unloaded to "
               FUNCTION TRIM(CATALOG-SEQUENTIAL-FILE-NAME) ": "
               FUNCTION TRIM(WS-EDIT-NUM).
       UNLOAD-CATALOG-EXIT.
           EXIT
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
               MOVE "CatalogConv" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE WS-MODE-NAME TO JH-MODE
               MOVE CATALOG-SEQUENTIAL-FILE-NAME (1:24) TO JH-INPUT
               MOVE ENTRIES-WRITTEN TO JH-PROCESSED
               MOVE LINES-REJECTED TO JH-REJECTS
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
