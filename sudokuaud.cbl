       FILE-CONTROL.
           SELECT SUDOKU-CATALOG-FILE
               ASSIGN TO SUDOKU-CATALOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-REC-ID
               ALTERNATE RECORD KEY IS CAT-REC-GRID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SUDOKU-STATS-FILE ASSIGN TO SUDOKU-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               05 CAT-REC-NAME     PIC X(24).
               05 FILLER           PIC X.
               05 CAT-REC-SOURCE   PIC X(16).
               05 CAT-REC-VARIANT  PIC X.
                   88 CAT-PLAIN        VALUE SPACE.
                   88 CAT-DIAGONAL     VALUE "X".
               05 CAT-REC-GRID     PIC X(81).

           FD SUDOKU-STATS-FILE.
               05 ST-REC-ID        PIC X(6).
               05 FILLER           PIC X.
               05 ST-REC-GRID      PIC X(81).
               05 FILLER           PIC X(79).

           FD SUDOKU-LEADERBOARD-FILE.
           01 SUDOKU-LEADERBOARD-RECORD PIC X(98).
       *> them - so the published leaderboard is traceable back to
       *> real cataloged puzzles
           01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
                          VALUE "sudoku-catalog.dat".
           01 SUDOKU-STATS-FILE-NAME   PIC X(255)
                          VALUE "sudoku-stats.log".
           01 SUDOKU-LEADERBOARD-FILE-NAME PIC X(255)
           01 WS-END-SECS        PIC 9(7) VALUE ZERO.
           01 JH-RUN-ELAPSED     PIC 9(6) VALUE ZERO.

       *> the catalog is read by key - on the ID for keyed records,
       *> on the grid for zero-ID and pre-catalog ones
           01 CATALOG-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-CATALOG-OPEN   PIC X VALUE "N".
               88 CATALOG-IS-OPEN   VALUE "Y".
           01 WS-CAT-FOUND      PIC X VALUE "N".
               88 CATALOG-HIT       VALUE "Y".
           01 WS-LOOKUP-ID      PIC 9(6) VALUE ZERO.
           01 WS-LOOKUP-GRID    PIC X(81) VALUE SPACES.

           01 RECORD-NUMBER     PIC 9(6) VALUE ZERO.
           01 RECORDS-CHECKED   PIC 9(6) VALUE ZERO.
           01 EXCEPTIONS-FOUND  PIC 9(6) VALUE ZERO.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           PERFORM OPEN-CATALOG-PARAGRAPH.
           PERFORM AUDIT-CATALOG-PARAGRAPH
               THRU AUDIT-CATALOG-EXIT.
           PERFORM AUDIT-STATS-PARAGRAPH
               THRU AUDIT-STATS-EXIT.
           PERFORM AUDIT-LEADERBOARD-PARAGRAPH
               THRU AUDIT-LEADERBOARD-EXIT.
           IF CATALOG-IS-OPEN THEN
               CLOSE SUDOKU-CATALOG-FILE
           END-IF.
           PERFORM WRITE-AUDIT-SUMMARY-PARAGRAPH.
           CLOSE AUDIT-REPORT-FILE.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           END-EVALUATE
       .

       OPEN-CATALOG-PARAGRAPH.
           OPEN INPUT SUDOKU-CATALOG-FILE.
           IF CATALOG-FILE-GOOD THEN
               MOVE "Y" TO WS-CATALOG-OPEN
           ELSE
               DISPLAY "Catalog "
                   FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
       .

       FIND-CATALOG-BY-ID.
       *> keyed read; the entry is left in the catalog record when
       *> CATALOG-HIT
           MOVE "N" TO WS-CAT-FOUND.
           IF CATALOG-IS-OPEN THEN
               MOVE WS-LOOKUP-ID TO CAT-REC-ID
               READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAT-FOUND
               END-READ
           END-IF
       .

       FIND-CATALOG-BY-GRID.
       *> keyed read on the alternate key; the entry is left in the
       *> catalog record when CATALOG-HIT
           MOVE "N" TO WS-CAT-FOUND.
           IF CATALOG-IS-OPEN THEN
               MOVE WS-LOOKUP-GRID TO CAT-REC-GRID
               READ SUDOKU-CATALOG-FILE KEY IS CAT-REC-GRID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAT-FOUND
               END-READ
           END-IF
       .

       AUDIT-CATALOG-PARAGRAPH.
       *> the catalog itself must be unambiguous before anything can
       *> reconcile against it - its keys rule out a repeated ID or
       *> grid, which leaves an entry under ID 0 (every unkeyed
       *> record would resolve to it) or one with no grid at all
           MOVE ZERO TO CATALOG-COUNT.
           IF NOT CATALOG-IS-OPEN THEN
               GO TO AUDIT-CATALOG-EXIT
           END-IF.
           MOVE ZERO TO CAT-REC-ID.
           START SUDOKU-CATALOG-FILE KEY IS >= CAT-REC-ID
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL END-OF-CATALOG-FILE OR NOT CATALOG-FILE-GOOD
               READ SUDOKU-CATALOG-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO CATALOG-COUNT
                       MOVE CAT-REC-ID TO WS-EDIT-NUM
                       MOVE SPACES TO WS-LINE-OUT
                       IF CAT-REC-ID = ZERO THEN
                           STRING "catalog: an entry is registered"
                               " under ID 0"
                               DELIMITED BY SIZE INTO WS-LINE-OUT
                           PERFORM WRITE-EXCEPTION-PARAGRAPH
                       END-IF
                       IF CAT-REC-GRID = SPACES THEN
                           MOVE SPACES TO WS-LINE-OUT
                           STRING "catalog: ID "
                               FUNCTION TRIM(WS-EDIT-NUM)
                               " has no grid"
                               DELIMITED BY SIZE INTO WS-LINE-OUT
                           PERFORM WRITE-EXCEPTION-PARAGRAPH
                       END-IF
                       IF NOT CAT-PLAIN AND NOT CAT-DIAGONAL THEN
                           MOVE SPACES TO WS-LINE-OUT
                           STRING "catalog: ID "
                               FUNCTION TRIM(WS-EDIT-NUM)
                               " has an unknown variant code "
                               CAT-REC-VARIANT
                               DELIMITED BY SIZE INTO WS-LINE-OUT
                           PERFORM WRITE-EXCEPTION-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
       AUDIT-CATALOG-EXIT.
           EXIT
       .

       AUDIT-STATS-PARAGRAPH.
               MOVE RECORD-NUMBER TO WS-EDIT-NUM
               MOVE SPACES TO WS-LINE-OUT
               IF CATALOG-HIT THEN
                   MOVE CAT-REC-ID TO WS-EDIT-NUM-2
                   STRING "leaderboard record "
                       FUNCTION TRIM(WS-EDIT-NUM)
                       ": pre-catalog format, grid matches ID "
               MOVE RECORD-NUMBER TO WS-EDIT-NUM
               MOVE SPACES TO WS-LINE-OUT
               IF CATALOG-HIT THEN
                   MOVE CAT-REC-ID TO WS-EDIT-NUM-2
                   STRING FUNCTION TRIM(WS-FILE-TAG) " record "
                       FUNCTION TRIM(WS-EDIT-NUM)
                       ": ID 0, but the grid matches catalog ID "
               PERFORM WRITE-EXCEPTION-PARAGRAPH
               GO TO CHECK-KEYED-RECORD-EXIT
           END-IF.
           IF WS-REC-GRID NOT = CAT-REC-GRID THEN
               MOVE RECORD-NUMBER TO WS-EDIT-NUM
               MOVE WS-REC-ID TO WS-EDIT-NUM-2
               MOVE SPACES TO WS-LINE-OUT
