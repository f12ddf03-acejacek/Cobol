           01 RC-VALUE           PIC X(255).

           01 PROBE-FILE-NAME    PIC X(255).
           01 PROBE-DELETE-STATUS PIC S9(9) COMP-5 VALUE ZERO.
           01 WS-PROBE-STATUS    PIC XX.
               88 PROBE-FILE-GOOD      VALUES ZERO, "10".

       *> every KEY=VALUE the three programs (and the reporting and
       *> maintenance utilities) accept, with the class of check its
       *> value gets: I = input file that must exist, O = output file
       *> whose location must be writable, X = indexed file whose
       *> location must be writable but which is never created here
       *> (the owning program builds it), N = numeric tuning knob,
       *> T = free text
           01 KNOWN-KEYS-AREA.
               05 FILLER PIC X(40) VALUE "PRIME-REQUEST-FILE".
               05 FILLER PIC X(40) VALUE "SUDOKU-REJECTS-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-CATALOG-FILE".
               05 FILLER PIC X     VALUE "X".
               05 FILLER PIC X(40) VALUE "SUDOKU-CHECKPOINT-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "LEADERBOARD-LIMIT".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-BOOK-PER-PAGE".
               05 FILLER PIC X     VALUE "N".
               05 FILLER PIC X(40) VALUE "STREAM-DEFINITION-FILE".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "STREAM-CHECKPOINT-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "CONTROL-TOTALS-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "CONTROL-BALANCE-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-JOURNAL-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-RECOVERY-FILE".
               05 FILLER PIC X     VALUE "X".
               05 FILLER PIC X(40) VALUE "CATALOG-CONVERT-INPUT".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "CATALOG-UNLOAD-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "CATALOG-CONVERT-REPORT".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-LOGIC-INPUT-FILE".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "SUDOKU-TECHNIQUE-FILE".
               05 FILLER PIC X     VALUE "X".
               05 FILLER PIC X(40) VALUE "SUDOKU-PLAYER-RESULTS-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-PLAYER-SUMMARY-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-IMPORT-FILE".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "SUDOKU-IMPORT-LOG".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "SUDOKU-STATS-REPORT".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-CACHE-BACKUP-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-INDEX-BACKUP-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-REORG-REPORT".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-REORG-SEGMENT-SIZE".
               05 FILLER PIC X     VALUE "N".
               05 FILLER PIC X(40) VALUE "PRIME-RESIDUE-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-RANGE-FILE".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "PRIME-TABULATE-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-TABULATE-CKPT-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "PRIME-TABULATE-INTERVAL".
               05 FILLER PIC X     VALUE "N".
               05 FILLER PIC X(40) VALUE "WORDS-CORPUS-FILE".
               05 FILLER PIC X     VALUE "X".
               05 FILLER PIC X(40) VALUE "WATCH-LIST-FILE".
               05 FILLER PIC X     VALUE "I".
               05 FILLER PIC X(40) VALUE "WATCH-REPORT-FILE".
               05 FILLER PIC X     VALUE "O".
               05 FILLER PIC X(40) VALUE "DUPLICATE-THRESHOLD".
               05 FILLER PIC X     VALUE "N".
           01 KNOWN-KEYS-TABLE REDEFINES KNOWN-KEYS-AREA.
               05 KEY-ENTRY OCCURS 67 TIMES INDEXED BY KEY-IDX.
                   10 KEY-NAME   PIC X(40).
                   10 KEY-CLASS  PIC X.
                       88 KEY-IS-INPUT   VALUE "I".
                       88 KEY-IS-OUTPUT  VALUE "O".
                       88 KEY-IS-INDEXED VALUE "X".
                       88 KEY-IS-NUMBER  VALUE "N".
                       88 KEY-IS-TEXT    VALUE "T".
           01 KNOWN-KEYS-COUNT   PIC 99 VALUE 67.

           01 WS-KEY-FOUND       PIC X VALUE "N".
               88 KEY-RECOGNISED     VALUE "Y".
           01 MATCHED-CLASS      PIC X VALUE SPACE.
               88 MATCHED-INPUT      VALUE "I".
               88 MATCHED-OUTPUT     VALUE "O".
               88 MATCHED-INDEXED    VALUE "X".
               88 MATCHED-NUMBER     VALUE "N".

           01 SEEN-KEYS-COUNT    PIC 999 VALUE ZERO.
                   PERFORM CHECK-INPUT-FILE-PARAGRAPH
               WHEN MATCHED-OUTPUT
                   PERFORM CHECK-OUTPUT-FILE-PARAGRAPH
               WHEN MATCHED-INDEXED
                   PERFORM CHECK-INDEXED-FILE-PARAGRAPH
               WHEN MATCHED-NUMBER
                   PERFORM CHECK-NUMERIC-VALUE-PARAGRAPH
               WHEN OTHER
           END-IF
       .

       CHECK-INDEXED-FILE-PARAGRAPH.
       *> an indexed file must never be created by this probe - an
       *> empty line-sequential file at that path is not an indexed
       *> file, and the owning program's create-if-missing path would
       *> no longer run. An existing file is left untouched; a missing
       *> one has its location probed with a scratch file beside it,
       *> removed again straight away
           MOVE FUNCTION TRIM(RC-VALUE) TO PROBE-FILE-NAME.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-GOOD THEN
               CLOSE PROBE-FILE
           ELSE
               MOVE SPACES TO PROBE-FILE-NAME
               STRING FUNCTION TRIM(RC-VALUE) ".probe"
                   DELIMITED BY SIZE INTO PROBE-FILE-NAME
               OPEN OUTPUT PROBE-FILE
               IF PROBE-FILE-GOOD THEN
                   CLOSE PROBE-FILE
                   CALL "CBL_DELETE_FILE" USING PROBE-FILE-NAME
                       RETURNING PROBE-DELETE-STATUS
                   END-CALL
               ELSE
                   PERFORM REPORT-ERROR-HEAD-PARAGRAPH
                   DISPLAY "  indexed file '" FUNCTION TRIM(RC-VALUE)
                       "' cannot be created there (status "
                       WS-PROBE-STATUS ")"
               END-IF
           END-IF
       .

       CHECK-NUMERIC-VALUE-PARAGRAPH.
       *> tuning knobs must be plain unsigned digits - NUMVAL in the
       *> programs would quietly turn junk into zero
