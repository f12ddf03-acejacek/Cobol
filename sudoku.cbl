       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Sudoku.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECTS-STATUS.
    SELECT SUDOKU-CATALOG-FILE ASSIGN TO SUDOKU-CATALOG-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-REC-ID
        ALTERNATE RECORD KEY IS CAT-REC-GRID
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT SUDOKU-BOOK-FILE ASSIGN TO SUDOKU-BOOK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT CONTROL-TOTALS-FILE ASSIGN TO CONTROL-TOTALS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT SUDOKU-JOURNAL-FILE ASSIGN TO SUDOKU-JOURNAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT SUDOKU-BACKUP-FILE ASSIGN TO SUDOKU-BACKUP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.
    SELECT SUDOKU-LOGIC-INPUT-FILE ASSIGN TO SUDOKU-LOGIC-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOGIC-INPUT-STATUS.
    SELECT SUDOKU-TECHNIQUE-FILE ASSIGN TO SUDOKU-TECHNIQUE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TQ-REC-ID
        FILE STATUS IS WS-TECHNIQUE-STATUS.
    SELECT SUDOKU-PLAYER-RESULTS-FILE
        ASSIGN TO SUDOKU-PLAYER-RESULTS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAYER-RESULTS-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUDOKU-PUZZLE-FILE.
01 SUDOKU-PUZZLE-RECORD PIC X(83).

FD SUDOKU-REPORT-FILE.
01 SUDOKU-REPORT-RECORD PIC X(80).

FD SUDOKU-STATS-FILE.
01 SUDOKU-STATS-RECORD PIC X(170).

FD SUDOKU-LEADERBOARD-FILE.
01 SUDOKU-LEADERBOARD-RECORD PIC X(98).
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

FD SUDOKU-CHECKPOINT-FILE.
01 SUDOKU-CHECKPOINT-RECORD.
    05 CKPT-REC-PUZZLE  PIC 9(4).
    05 FILLER           PIC X.
    05 CKPT-REC-SOURCE  PIC X(80).
    05 FILLER           PIC X.
    05 CKPT-REC-WRITTEN PIC 9(6).
    05 FILLER           PIC X.
    05 CKPT-REC-REJECTS PIC 9(6).
    05 FILLER           PIC X.
    05 CKPT-REC-SOLVED  PIC 9(6).
    05 FILLER           PIC X.
    05 CKPT-REC-UNSOLVED PIC 9(6).

FD SUDOKU-CATALOG-FILE.
01 SUDOKU-CATALOG-RECORD.
    05 CAT-REC-NAME     PIC X(24).
    05 FILLER           PIC X.
    05 CAT-REC-SOURCE   PIC X(16).
    *> "X" marks a diagonal (X-Sudoku) puzzle, space a plain one
    05 CAT-REC-VARIANT  PIC X.
        88 CAT-DIAGONAL     VALUE "X".
    05 CAT-REC-GRID     PIC X(81).

FD SUDOKU-JOURNAL-FILE.
01 SUDOKU-JOURNAL-RECORD PIC X(310).

*> a sequential unload of the catalog - same record layout, one
*> entry per line
FD SUDOKU-BACKUP-FILE.
01 SUDOKU-BACKUP-RECORD PIC X(130).

FD SUDOKU-GENERATED-FILE.
01 SUDOKU-GENERATED-RECORD PIC X(83).

FD SUDOKU-BOOK-FILE.
01 SUDOKU-BOOK-RECORD PIC X(80).
FD SUDOKU-REJECTS-FILE.
01 SUDOKU-REJECTS-RECORD PIC X(120).

FD SUDOKU-LOGIC-INPUT-FILE.
01 SUDOKU-LOGIC-INPUT-RECORD PIC X(83).

*> one record per cataloged puzzle: how often each human technique
*> fired and whether logic alone finished the grid - LOGIC, GUESS
*> (trial and error needed) or NOSOLN - with the cells still open
*> when logic ran out
FD SUDOKU-TECHNIQUE-FILE.
01 SUDOKU-TECHNIQUE-RECORD.
    05 TQ-REC-ID             PIC 9(6).
    05 FILLER                PIC X.
    05 TQ-REC-DATE           PIC X(8).
    05 FILLER                PIC X.
    05 TQ-REC-RESULT         PIC X(8).
    05 FILLER                PIC X.
    05 TQ-REC-NAKED-SINGLES  PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-HIDDEN-SINGLES PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-NAKED-PAIRS    PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-NAKED-TRIPLES  PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-POINTING       PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-BOX-LINE       PIC 9(4).
    05 FILLER                PIC X.
    05 TQ-REC-OPEN-CELLS     PIC 9(2).
    05 FILLER                PIC X.
    05 TQ-REC-GRID           PIC X(81).

*> one line per play-mode attempt, finished or abandoned; elapsed time
*> is in seconds, errors are wrong entries a check turned up (each
*> wrong entry counts once, however many checks it survives)
FD SUDOKU-PLAYER-RESULTS-FILE.
01 SUDOKU-PLAYER-RESULTS-RECORD.
    05 PR-PLAYER             PIC X(8).
    05 FILLER                PIC X.
    05 PR-DATE               PIC X(8).
    05 FILLER                PIC X.
    05 PR-TIME               PIC X(6).
    05 FILLER                PIC X.
    05 PR-PUZZLE-ID          PIC 9(6).
    05 FILLER                PIC X.
    05 PR-GRADE              PIC X(6).
    05 FILLER                PIC X.
    05 PR-OUTCOME            PIC X(9).
    05 FILLER                PIC X.
    05 PR-ELAPSED            PIC 9(6).
    05 FILLER                PIC X.
    05 PR-CHECKS             PIC 9(4).
    05 FILLER                PIC X.
    05 PR-ERRORS             PIC 9(4).

WORKING-STORAGE SECTION.

01 PRESS-ENTER      PIC X VALUE SPACE.
    88 MODE-GENERATE   VALUES "G", "g".
    88 MODE-CATALOG    VALUES "C", "c".
    88 MODE-FORMAT     VALUES "F", "f".
    88 MODE-RECOVER    VALUES "R", "r".
    88 MODE-LOGIC      VALUES "L", "l".
    88 MODE-PLAY       VALUES "P", "p".

01 SUDOKU-PUZZLE-FILE-NAME  PIC X(255)
               VALUE "sudoku-puzzles.txt".
01 SUDOKU-REJECTS-FILE-NAME PIC X(255)
               VALUE "sudoku-rejects.txt".
01 SUDOKU-CATALOG-FILE-NAME PIC X(255)
               VALUE "sudoku-catalog.dat".
01 SUDOKU-CHECKPOINT-FILE-NAME PIC X(255)
               VALUE "sudoku-checkpoint.dat".
01 SUDOKU-BOOK-FILE-NAME PIC X(255)
01 JH-RUN-STATUS      PIC X(8) VALUE "NORMAL".
01 WS-CURRENT-STAMP   PIC X(21).

*> control totals for the balancing step - a batch run appends one
*> record of lines read, report blocks written, lines rejected and
*> puzzles solved / unsolved, carried through the checkpoint so a
*> restarted run still accounts for the whole report and rejects file
01 CONTROL-TOTALS-FILE-NAME PIC X(255)
               VALUE "control-totals.txt".
01 WS-TOTALS-STATUS   PIC XX.
    88 TOTALS-FILE-GOOD   VALUE ZERO.
01 TOTAL-BLOCKS-WRITTEN PIC 9(6) VALUE ZERO.
01 TOTAL-REJECTS      PIC 9(6) VALUE ZERO.
01 TOTAL-SOLVED       PIC 9(6) VALUE ZERO.
01 TOTAL-UNSOLVED     PIC 9(6) VALUE ZERO.

01 WS-PUZZLE-STATUS   PIC XX.
    88 PUZZLE-FILE-GOOD     VALUES ZERO, "10".
    88 END-OF-PUZZLE-FILE   VALUE "10".
01 WS-CATALOG-STATUS  PIC XX.
    88 CATALOG-FILE-GOOD     VALUES ZERO, "10".
    88 END-OF-CATALOG-FILE   VALUE "10".
    88 CATALOG-FILE-MISSING  VALUE "35".
01 WS-CHECKPOINT-STATUS  PIC XX.
    88 CHECKPOINT-FILE-GOOD  VALUE ZERO.
01 WS-BOOK-STATUS  PIC XX.
        10 BOOK-NAME      PIC X(24).
        10 BOOK-GRADE     PIC X(6).
        10 BOOK-SOLVED    PIC X.
        10 BOOK-VARIANT   PIC X.
        10 BOOK-SOLUTION  PIC X(81).
01 BOOK-IDX           PIC 9(3) VALUE ZERO.
01 BOOK-LINE-PTR      PIC 99 VALUE 1.
01 BOOK-REJECTS       PIC 9(4) VALUE ZERO.
01 WS-RENDER-GRID     PIC X(81) VALUE SPACES.
01 RENDER-SIZE        PIC 9 VALUE 9.
*> master puzzle catalog: every puzzle a batch run meets is looked up
*> by its grid and registered under the next free ID, so reports, the
*> stats log and the leaderboard can finally be keyed on something a
*> human can read back; the catalog is an indexed file keyed on the
*> ID with an alternate key on the grid, so every lookup is one keyed
*> read and a new puzzle is written straight in - nothing is loaded
*> whole any more and there is no table to outgrow
01 CATALOG-COUNT     PIC 9(6) VALUE ZERO.
01 CATALOG-NEXT-ID   PIC 9(6) VALUE 1.
01 WS-NEXT-ID-KNOWN  PIC X VALUE "N".
    88 CATALOG-NEXT-ID-KNOWN VALUE "Y".
01 WS-CATALOG-OPEN   PIC X VALUE "N".
    88 CATALOG-IS-OPEN   VALUE "Y".
01 WS-CAT-FOUND      PIC X VALUE "N".
    88 CATALOG-HIT       VALUE "Y".
01 CURRENT-PUZZLE-ID   PIC 9(6) VALUE ZERO.
01 CURRENT-PUZZLE-NAME PIC X(24) VALUE SPACES.
*> the input file the puzzles being registered actually came from -
*> source fields in place (no more hand-editing 130-column records),
*> deletes entries, and can load a cataloged 9x9 grid straight into
*> the entry screen to solve interactively
*> the browser walks the ID key a page at a time; the top ID of each
*> page paged past is stacked so P can step back (past the depth of
*> the stack P goes back to the oldest page still remembered)
01 CAT-PAGE-TOP-ID    PIC 9(6) VALUE ZERO.
01 CAT-NEXT-PAGE-ID   PIC 9(6) VALUE ZERO.
01 CAT-PAGE-DEPTH     PIC 999 VALUE ZERO.
01 CAT-PAGE-STACK.
    05 CAT-PAGE-STACK-ID OCCURS 100 TIMES PIC 9(6).
01 CAT-PAGE-SIZE      PIC 99 VALUE 10.
01 CAT-ROW            PIC 9(4) VALUE ZERO.
01 CAT-LINE-NO        PIC 99 VALUE ZERO.
01 CAT-ARG-TEXT       PIC X(24) VALUE SPACES.
01 CAT-ARG-LEN        PIC 99 VALUE ZERO.
01 CAT-DISPLAY-LINE   PIC X(78) VALUE SPACES.
01 CAT-ROW-MARK       PIC X(9) VALUE SPACES.
01 CAT-CONFIRM        PIC X VALUE SPACE.
    88 CAT-CONFIRMED   VALUES "Y", "y".
01 EDIT-NAME          PIC X(24) VALUE SPACES.
01 CAT-EDITS-COUNT    PIC 9(4) VALUE ZERO.
01 WS-LOAD-FLAG       PIC X VALUE "N".
    88 CATALOG-LOAD-REQUESTED VALUE "Y".
01 CAT-COUNT-EDIT     PIC ZZZZZ9.

*> catalog maintenance journal - every edit and delete is appended,
*> BEFORE the catalog is updated, as one record carrying who did
*> it, when, and the full before and after images of the entry (a
*> delete has a blank after image), so a deleted puzzle can always
*> be told and put back; recovery mode reverses a chosen entry or
*> replays the journal onto an older catalog backup, and journals
*> each reversal it makes as a REVERSE entry pointing at the original
01 SUDOKU-JOURNAL-FILE-NAME PIC X(255)
               VALUE "sudoku-catalog.jnl".
01 SUDOKU-RECOVERY-FILE-NAME PIC X(255)
               VALUE "sudoku-catalog.rcv".
01 WS-JOURNAL-STATUS  PIC XX.
    88 JOURNAL-FILE-GOOD    VALUES ZERO, "10".
    88 END-OF-JOURNAL-FILE  VALUE "10".
01 JOURNAL-NEXT-SEQ   PIC 9(6) VALUE 1.
01 OPERATOR-ID        PIC X(8) VALUE SPACES.
01 JOURNAL-ENTRY.
    05 JE-SEQ         PIC 9(6).
    05 FILLER         PIC X.
    05 JE-DATE        PIC X(8).
    05 FILLER         PIC X.
    05 JE-TIME        PIC X(6).
    05 FILLER         PIC X.
    05 JE-OPERATOR    PIC X(8).
    05 FILLER         PIC X.
    05 JE-ACTION      PIC X(8).
        88 JE-IS-EDIT     VALUE "EDIT".
        88 JE-IS-DELETE   VALUE "DELETE".
        88 JE-IS-REVERSE  VALUE "REVERSE".
    05 FILLER         PIC X.
    05 JE-REF-SEQ     PIC 9(6).
    05 FILLER         PIC X.
    05 JE-BEFORE.
        10 JE-B-ID        PIC 9(6).
        10 FILLER         PIC X.
        10 JE-B-NAME      PIC X(24).
        10 FILLER         PIC X.
        10 JE-B-SOURCE    PIC X(16).
        10 JE-B-VARIANT   PIC X.
        10 JE-B-GRID      PIC X(81).
    05 FILLER         PIC X.
    05 JE-AFTER.
        10 JE-A-ID        PIC 9(6).
        10 FILLER         PIC X.
        10 JE-A-NAME      PIC X(24).
        10 FILLER         PIC X.
        10 JE-A-SOURCE    PIC X(16).
        10 JE-A-VARIANT   PIC X.
        10 JE-A-GRID      PIC X(81).
*> recovery works from one image to another: a reversal goes from the
*> entry's after image back to its before image, a replay the other
*> way round; a blank target image means "the entry must not exist"
01 RECOVER-ENTRY      PIC X(310) VALUE SPACES.
01 APPLY-FROM-IMAGE.
    05 AF-ID          PIC 9(6).
    05 FILLER         PIC X.
    05 AF-NAME        PIC X(24).
    05 FILLER         PIC X.
    05 AF-SOURCE      PIC X(16).
    05 AF-VARIANT     PIC X.
    05 AF-GRID        PIC X(81).
01 APPLY-TO-IMAGE.
    05 AT-ID          PIC 9(6).
    05 FILLER         PIC X.
    05 AT-NAME        PIC X(24).
    05 FILLER         PIC X.
    05 AT-SOURCE      PIC X(16).
    05 AT-VARIANT     PIC X.
    05 AT-GRID        PIC X(81).
01 RECOVER-CMD        PIC X VALUE SPACE.
    88 RECOVER-LIST     VALUES "L", "l".
    88 RECOVER-UNDO     VALUES "U", "u".
    88 RECOVER-REPLAY   VALUES "P", "p".
01 RECOVER-TEXT       PIC X(80) VALUE SPACES.
01 RECOVER-SEQ        PIC 9(6) VALUE ZERO.
01 RECOVER-FIRST-SEQ  PIC 9(6) VALUE ZERO.
01 RECOVER-FILTER-ID  PIC 9(6) VALUE ZERO.
01 RECOVER-APPLIED    PIC 9(4) VALUE ZERO.
01 RECOVER-SKIPPED    PIC 9(4) VALUE ZERO.
01 REVERSED-BY-SEQ    PIC 9(6) VALUE ZERO.
01 LIVE-CATALOG-FILE-NAME PIC X(255) VALUE SPACES.
*> replay starts from a sequential unload of the catalog
01 SUDOKU-BACKUP-FILE-NAME PIC X(255) VALUE SPACES.
01 WS-BACKUP-STATUS   PIC XX.
    88 BACKUP-FILE-GOOD     VALUES ZERO, "10".
    88 END-OF-BACKUP-FILE   VALUE "10".
01 RECOVER-LOADED     PIC 9(6) VALUE ZERO.
01 WS-RECOVER-FOUND   PIC X VALUE "N".
    88 RECOVER-ENTRY-FOUND VALUE "Y".
01 WS-APPLY-OK        PIC X VALUE "N".
    88 APPLY-SUCCEEDED    VALUE "Y".
01 APPLY-REASON       PIC X(50) VALUE SPACES.
01 JOURNAL-SEQ-EDIT   PIC ZZZZZ9.

*> optional solve trace for the trainers - when the run-control card
*> asks for it, TABLE-ANALYSIS records every committed cell placement
        10 TRACE-VAL  PIC 9.
        10 TRACE-CAND PIC 99.
01 TRACE-IDX          PIC 9(4) VALUE ZERO.
*> the diagonal (X-Sudoku) rule - both long diagonals must also hold
*> every value once; set per puzzle from its "X," line prefix or its
*> catalog entry and obeyed by TABLE-ANALYSIS's placement tests
01 DIAGONAL-RULE-FLAG PIC X EXTERNAL.
    88 DIAGONAL-RULE      VALUE "Y".
01 TRACE-STEP-EDIT    PIC ZZZ9.

01 PUZZLE-NUMBER      PIC 9(4) VALUE ZERO.
01 PUZZLE-CHAR-POS    PIC 99.

01 WS-PUZZLE-FINGERPRINT  PIC X(81) VALUE SPACES.
01 WS-STATS-LINE          PIC X(170).
01 WS-STATS-SOL-EDIT      PIC ZZZ9.

*> difficulty grading - derived from the number of givens and the
    05 VAL-SEEN-FLAG OCCURS 9 TIMES PIC 9.
01 VAL-POS-EDIT       PIC ZZ9.
01 VAL-RC-EDIT        PIC Z9.
01 VAL-PREFIX-LEN     PIC 9 VALUE ZERO.
01 VAL-HOLD-LINE      PIC X(83) VALUE SPACES.

*> puzzle generation - a full solved board is built from a shuffled
*> seed row, then givens are removed one random cell at a time, each
    05 WORK-ROW OCCURS 9 TIMES PIC X(9).
01 GEN-PUZZLE-TARGET  PIC 9(3) VALUE ZERO.
01 GEN-SIZE-IN        PIC 9 VALUE 9.
01 GEN-RULE-IN        PIC X VALUE "N".
    88 GEN-DIAGONAL       VALUES "Y", "y".
01 GEN-GIVENS         PIC 99 VALUE ZERO.
01 GEN-MIN-GIVENS     PIC 99 VALUE ZERO.
01 GEN-MAX-GIVENS     PIC 99 VALUE ZERO.
01 GEN-PERM-IDX       PIC 99 VALUE ZERO.
01 GEN-PICK           PIC 99 VALUE ZERO.
01 GEN-SWAP           PIC 9 VALUE ZERO.
01 GEN-LINE           PIC X(83) VALUE SPACES.
01 GEN-LINE-PTR       PIC 999 VALUE 1.
01 GEN-GIVENS-EDIT    PIC ZZ9.
01 GEN-COUNT-EDIT     PIC ZZ9.

*> logic-technique analysis - each puzzle is worked the way a person
*> would, on a pencil-mark grid, with naked and hidden singles, naked
*> pairs and triples, pointing pairs and box/line reduction only; the
*> backtracking solver is called afterwards just to tell a puzzle
*> that needs trial and error from one with no solution at all.
*> Defaults to the generated file, so guess-requiring puzzles can be
*> pulled before the set goes to print
01 SUDOKU-LOGIC-INPUT-FILE-NAME PIC X(255)
               VALUE "sudoku-generated.txt".
01 SUDOKU-TECHNIQUE-FILE-NAME PIC X(255)
               VALUE "sudoku-techniques.dat".
01 WS-LOGIC-INPUT-STATUS  PIC XX.
    88 LOGIC-INPUT-GOOD      VALUES ZERO, "10".
    88 END-OF-LOGIC-INPUT    VALUE "10".
01 WS-TECHNIQUE-STATUS    PIC XX.
    88 TECHNIQUE-FILE-GOOD    VALUES ZERO, "02".
    88 TECHNIQUE-FILE-MISSING VALUE "35".
01 LG-GRID.
    05 LG-ROW OCCURS 9 TIMES.
        10 LG-CELL OCCURS 9 TIMES PIC 9.
01 LG-CANDIDATES.
    05 LG-CROW OCCURS 9 TIMES.
        10 LG-CCELL OCCURS 9 TIMES.
            15 LG-CAND-COUNT PIC 9.
            15 LG-CAND-SET.
                20 LG-CAND OCCURS 9 TIMES PIC 9.
*> rows are units 1-N, columns N+1 to 2N, boxes 2N+1 to 3N, and for
*> a diagonal puzzle the main and anti-diagonal as 3N+1 and 3N+2;
*> each unit lists the row and column of its N cells
01 LG-UNITS.
    05 LG-UNIT OCCURS 29 TIMES.
        10 LG-UNIT-CELL OCCURS 9 TIMES.
            15 LG-UR PIC 9.
            15 LG-UC PIC 9.
01 LG-UNIT-COUNT      PIC 99 VALUE ZERO.
01 LG-LINE-UNITS      PIC 99 VALUE ZERO.
01 LG-BOXES-PER-BAND  PIC 9 VALUE ZERO.
01 LG-EMPTY           PIC 99 VALUE ZERO.
01 LG-STATE           PIC X VALUE SPACE.
    88 LG-RUNNING         VALUE "R".
    88 LG-SOLVED          VALUE "S".
    88 LG-STALLED         VALUE "T".
    88 LG-BROKEN          VALUE "X".
01 LG-PROGRESS        PIC X VALUE "N".
    88 LG-MADE-PROGRESS   VALUE "Y".
01 LG-NAKED-SINGLES   PIC 9(4) VALUE ZERO.
01 LG-HIDDEN-SINGLES  PIC 9(4) VALUE ZERO.
01 LG-NAKED-PAIRS     PIC 9(4) VALUE ZERO.
01 LG-NAKED-TRIPLES   PIC 9(4) VALUE ZERO.
01 LG-POINTING        PIC 9(4) VALUE ZERO.
01 LG-BOX-LINE        PIC 9(4) VALUE ZERO.
01 LG-ELIMINATED      PIC 9(4) VALUE ZERO.
01 LG-R               PIC 99 VALUE ZERO.
01 LG-C               PIC 99 VALUE ZERO.
01 LG-V               PIC 99 VALUE ZERO.
01 LG-U               PIC 99 VALUE ZERO.
01 LG-B               PIC 99 VALUE ZERO.
01 LG-K               PIC 99 VALUE ZERO.
01 LG-K1              PIC 99 VALUE ZERO.
01 LG-K2              PIC 99 VALUE ZERO.
01 LG-K3              PIC 99 VALUE ZERO.
01 LG-R2              PIC 99 VALUE ZERO.
01 LG-C2              PIC 99 VALUE ZERO.
01 LG-R3              PIC 99 VALUE ZERO.
01 LG-C3              PIC 99 VALUE ZERO.
01 LG-TR              PIC 99 VALUE ZERO.
01 LG-TC              PIC 99 VALUE ZERO.
01 LG-TB              PIC 99 VALUE ZERO.
01 LG-EV              PIC 99 VALUE ZERO.
01 LG-PU              PIC 99 VALUE ZERO.
01 LG-PK              PIC 99 VALUE ZERO.
01 LG-BAND            PIC 99 VALUE ZERO.
01 LG-STACK           PIC 99 VALUE ZERO.
01 LG-OFFSET          PIC 99 VALUE ZERO.
01 LG-HIT-COUNT       PIC 99 VALUE ZERO.
01 LG-HIT-R           PIC 99 VALUE ZERO.
01 LG-HIT-C           PIC 99 VALUE ZERO.
01 LG-HIT-B           PIC 99 VALUE ZERO.
01 LG-SAME-ROW        PIC X VALUE "N".
    88 LG-ALL-SAME-ROW    VALUE "Y".
01 LG-SAME-COL        PIC X VALUE "N".
    88 LG-ALL-SAME-COL    VALUE "Y".
01 LG-SAME-BOX        PIC X VALUE "N".
    88 LG-ALL-SAME-BOX    VALUE "Y".
01 LG-UNION.
    05 LG-UNION-FLAG OCCURS 9 TIMES PIC 9.
01 LG-UNION-COUNT     PIC 99 VALUE ZERO.
01 LG-RESULT          PIC X(8) VALUE SPACES.
01 LG-PUZZLES         PIC 9(6) VALUE ZERO.
01 LG-LOGIC-SOLVED    PIC 9(6) VALUE ZERO.
01 LG-NEED-GUESS      PIC 9(6) VALUE ZERO.
01 LG-NO-SOLUTION     PIC 9(6) VALUE ZERO.
01 LG-REJECTS         PIC 9(6) VALUE ZERO.
01 LG-COUNT-EDIT      PIC ZZZ9.

*> play mode - a cataloged 9x9 puzzle is put in front of a player with
*> the givens locked; TABLE-ANALYSIS solves a copy up front so a check
*> can mark wrong entries, and every finished or abandoned attempt is
*> timed and appended to the player-results file
01 SUDOKU-PLAYER-RESULTS-FILE-NAME PIC X(255)
               VALUE "sudoku-player-results.txt".
01 WS-PLAYER-RESULTS-STATUS  PIC XX.
    88 PLAYER-RESULTS-GOOD    VALUES ZERO, "10".
01 PLAYER-ID          PIC X(8) VALUE SPACES.
01 PLAY-SOLUTION-TABLE.
    05 PLAY-SOL-ROW OCCURS 9 TIMES.
        10 PLAY-SOL-CELL OCCURS 9 TIMES PIC 9.
01 PLAY-MARKS.
    05 PLAY-MARK-ROW OCCURS 9 TIMES.
        10 PLAY-MARK-CELL OCCURS 9 TIMES.
            15 PLAY-WRONG     PIC X.
            15 PLAY-COUNTED   PIC X.
01 PLAY-STATE         PIC X VALUE SPACE.
    88 PLAY-IN-PROGRESS  VALUE "P".
    88 PLAY-COMPLETED    VALUE "C".
    88 PLAY-ABANDONED    VALUE "A".
01 PLAY-SESSION-FLAG  PIC X VALUE "N".
    88 PLAY-SESSION-OVER VALUE "Y".
01 PLAY-START-STAMP   PIC X(21) VALUE SPACES.
01 PLAY-ELAPSED       PIC 9(6) VALUE ZERO.
01 PLAY-MINUTES       PIC 9(5) VALUE ZERO.
01 PLAY-SECONDS       PIC 99 VALUE ZERO.
01 PLAY-MINUTES-EDIT  PIC ZZZZ9.
01 PLAY-TIME-TEXT     PIC X(8) VALUE SPACES.
01 PLAY-CHECKS        PIC 9(4) VALUE ZERO.
01 PLAY-ERRORS        PIC 9(4) VALUE ZERO.
01 PLAY-WRONG-NOW     PIC 99 VALUE ZERO.
01 PLAY-OPEN-CELLS    PIC 99 VALUE ZERO.
01 PLAY-ATTEMPTS      PIC 9(6) VALUE ZERO.
01 PLAY-INPUT         PIC X(12) VALUE SPACES.
01 PLAY-CMD           PIC X VALUE SPACE.
    88 PLAY-CMD-CHECK    VALUES "C", "c".
    88 PLAY-CMD-QUIT     VALUES "Q", "q".
01 PLAY-DIGITS.
    05 PLAY-DIGIT OCCURS 3 TIMES PIC 9.
01 PLAY-DIGIT-COUNT   PIC 99 VALUE ZERO.
01 PLAY-POS           PIC 99 VALUE ZERO.
01 PLAY-R             PIC 99 VALUE ZERO.
01 PLAY-C             PIC 99 VALUE ZERO.
01 PLAY-V             PIC 9 VALUE ZERO.
01 PLAY-LINE          PIC 99 VALUE ZERO.
01 PLAY-COL           PIC 99 VALUE ZERO.
01 PLAY-MESSAGE       PIC X(44) VALUE SPACES.
01 PLAY-INFO-LINE     PIC X(36) VALUE SPACES.
01 PLAY-COUNT-EDIT    PIC ZZZ9.

SCREEN SECTION.
01  SUDOKU-SCREEN.
    05  HEADER-SECTION.
        10  RESPONSE-INPUT                              LINE 27 COL 46
                    PIC X   AUTO        TO SC-RESPONSE.

01  PLAY-BOARD-SCREEN.
    05  VALUE "SUDOKU PLAY" UNDERLINE BLANK SCREEN    LINE 1 COL 12.
    05  PLAY-DIVIDERS FOREGROUND-COLOR 3.
        COPY "sudoku-dividers.cbl".

01  BLANK-SCREEN.
    05 BLANK SCREEN                foreground-color 2
               background-color 0.
    MOVE FUNCTION CURRENT-DATE TO SESSION-START-STAMP.
    MOVE "N" TO TRACE-ENABLED-FLAG.
    MOVE ZERO TO TRACE-COUNT.
    MOVE "N" TO DIAGONAL-RULE-FLAG.
    PERFORM LOAD-RUN-CONTROL-PARAGRAPH THRU LOAD-RUN-CONTROL-EXIT.
    ACCEPT WS-MODE FROM COMMAND-LINE.
    IF MODE-BATCH THEN
        PERFORM BATCH-PARAGRAPH THRU BATCH-PARAGRAPH-EXIT
        PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH
        PERFORM WRITE-JOB-HISTORY-PARAGRAPH
        STOP RUN
    END-IF.
        PERFORM WRITE-JOB-HISTORY-PARAGRAPH
        STOP RUN
    END-IF.
    IF MODE-LOGIC THEN
        PERFORM LOGIC-PARAGRAPH THRU LOGIC-PARAGRAPH-EXIT
        PERFORM WRITE-JOB-HISTORY-PARAGRAPH
        STOP RUN
    END-IF.
    IF MODE-PLAY THEN
        PERFORM PLAY-PARAGRAPH THRU PLAY-PARAGRAPH-EXIT
        PERFORM WRITE-JOB-HISTORY-PARAGRAPH
        STOP RUN
    END-IF.
    IF MODE-RECOVER THEN
        PERFORM RECOVER-PARAGRAPH THRU RECOVER-PARAGRAPH-EXIT
        PERFORM CLOSE-CATALOG-PARAGRAPH
        PERFORM WRITE-JOB-HISTORY-PARAGRAPH
        STOP RUN
    END-IF.
    IF MODE-CATALOG THEN
        PERFORM CATALOG-PARAGRAPH THRU CATALOG-PARAGRAPH-EXIT
        IF NOT CATALOG-LOAD-REQUESTED THEN
    ELSE
        *> the interactive screen now reads the catalog too, so a
        *> solve of a cataloged puzzle logs its real ID instead of
        *> ID:000000; read-only, so a batch can update the catalog
        *> while someone sits at the screen
        PERFORM OPEN-CATALOG-INPUT-PARAGRAPH
    END-IF.

    PERFORM UNTIL 0 > 1
        *> browser)
        MOVE WS-PUZZLE-FINGERPRINT TO WS-LOOKUP-GRID
        PERFORM FIND-CATALOG-BY-GRID
        *> a cataloged diagonal puzzle is solved under its own rule
        MOVE "N" TO DIAGONAL-RULE-FLAG
        IF CATALOG-HIT THEN
            MOVE CAT-REC-ID TO CURRENT-PUZZLE-ID
            MOVE CAT-REC-NAME TO CURRENT-PUZZLE-NAME
            IF CAT-DIAGONAL THEN
                MOVE "Y" TO DIAGONAL-RULE-FLAG
            END-IF
        ELSE
            MOVE ZERO TO CURRENT-PUZZLE-ID
            MOVE SPACES TO CURRENT-PUZZLE-NAME
                TO SUDOKU-CHECKPOINT-FILE-NAME
        WHEN "SUDOKU-BOOK-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO SUDOKU-BOOK-FILE-NAME
        WHEN "SUDOKU-JOURNAL-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO SUDOKU-JOURNAL-FILE-NAME
        WHEN "SUDOKU-RECOVERY-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO SUDOKU-RECOVERY-FILE-NAME
        WHEN "SUDOKU-LOGIC-INPUT-FILE"
            MOVE FUNCTION TRIM(RC-VALUE)
                TO SUDOKU-LOGIC-INPUT-FILE-NAME
        WHEN "SUDOKU-TECHNIQUE-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO SUDOKU-TECHNIQUE-FILE-NAME
        WHEN "SUDOKU-PLAYER-RESULTS-FILE"
            MOVE FUNCTION TRIM(RC-VALUE)
                TO SUDOKU-PLAYER-RESULTS-FILE-NAME
        WHEN "SUDOKU-BOOK-PER-PAGE"
            COMPUTE RC-NUM = FUNCTION NUMVAL(RC-VALUE)
            IF RC-NUM > ZERO AND RC-NUM <= 9 THEN
            END-IF
        WHEN "JOB-HISTORY-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO JOB-HISTORY-FILE-NAME
        WHEN "CONTROL-TOTALS-FILE"
            MOVE FUNCTION TRIM(RC-VALUE) TO CONTROL-TOTALS-FILE-NAME
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM GRADE-PUZZLE-PARAGRAPH.
    MOVE GIVENS-COUNT TO GIVENS-COUNT-EDIT.
    *> ID:000000 marks a solve that never went through the catalog
    *> (the interactive screen); DATE: goes last so readers of the
    *> older lines, which stop at GRADE:, see no change
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
    STRING "ID:" CURRENT-PUZZLE-ID " "
        WS-PUZZLE-FINGERPRINT " SOLUTIONS:"
        FUNCTION TRIM(WS-STATS-SOL-EDIT) " STEPS:"
        FUNCTION TRIM(WS-STEPS-EDIT)
        " GIVENS:" FUNCTION TRIM(GIVENS-COUNT-EDIT)
        " GRADE:" FUNCTION TRIM(PUZZLE-GRADE)
        " DATE:" WS-CURRENT-STAMP (1:8)
        DELIMITED BY SIZE INTO WS-STATS-LINE.
    WRITE SUDOKU-STATS-RECORD FROM WS-STATS-LINE.
    CLOSE SUDOKU-STATS-FILE
            MOVE LB-FINGERPRINT (LB-COUNT) TO WS-LOOKUP-GRID
            PERFORM FIND-CATALOG-BY-GRID
            IF CATALOG-HIT THEN
                MOVE CAT-REC-ID TO LB-ID (LB-COUNT)
            ELSE
                MOVE ZERO TO LB-ID (LB-COUNT)
            END-IF
        CLOSE SUDOKU-REJECTS-FILE
    END-IF.
    MOVE ZERO TO REJECTS-COUNT.
    PERFORM OPEN-CATALOG-PARAGRAPH.

    PERFORM UNTIL END-OF-PUZZLE-FILE
        READ SUDOKU-PUZZLE-FILE
                            PERFORM UPDATE-LEADERBOARD-PARAGRAPH
                        END-IF
                        PERFORM WRITE-PUZZLE-REPORT-PARAGRAPH
                            THRU WRITE-PUZZLE-REPORT-EXIT
                    END-IF
                    MOVE PUZZLE-NUMBER TO CHECKPOINT-PUZZLE
                    PERFORM SAVE-CHECKPOINT-PARAGRAPH
    END-PERFORM.

    CLOSE SUDOKU-PUZZLE-FILE.
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    *> the whole file completed - clear the checkpoint so the next
    *> run starts fresh
    MOVE ZERO TO CHECKPOINT-PUZZLE.
*> on success the grid is loaded and ready to solve
    MOVE "Y" TO WS-PUZZLE-VALID.
    MOVE SPACES TO REJECT-REASON.
    MOVE "N" TO DIAGONAL-RULE-FLAG.
    MOVE ZERO TO VAL-PREFIX-LEN.
    IF SUDOKU-PUZZLE-RECORD (1:2) = "X," OR "x," THEN
        *> a diagonal puzzle: the rest of the line is an ordinary
        *> 9x9 or "6," grid, kept without the prefix from here on so
        *> fingerprints and catalog grids stay plain digits
        MOVE SUDOKU-PUZZLE-RECORD (3:81) TO VAL-HOLD-LINE
        MOVE VAL-HOLD-LINE TO SUDOKU-PUZZLE-RECORD
        MOVE 2 TO VAL-PREFIX-LEN
        MOVE "Y" TO DIAGONAL-RULE-FLAG
    END-IF.
    IF SUDOKU-PUZZLE-RECORD (1:2) = "C," THEN
        *> a line can reference a cataloged puzzle by ID instead of
        *> carrying the grid itself
        COMPUTE WS-LOOKUP-ID = FUNCTION NUMVAL(WS-ID-TEXT)
        PERFORM FIND-CATALOG-BY-ID
        IF CATALOG-HIT THEN
            *> the catalog entry decides the rule, not the line
            MOVE CAT-REC-GRID TO SUDOKU-PUZZLE-RECORD
            MOVE ZERO TO VAL-PREFIX-LEN
            IF CAT-DIAGONAL THEN
                MOVE "Y" TO DIAGONAL-RULE-FLAG
            ELSE
                MOVE "N" TO DIAGONAL-RULE-FLAG
            END-IF
        ELSE
            MOVE WS-LOOKUP-ID TO WS-PUZZLE-ID-EDIT
            STRING "UNKNOWN CATALOG ID "
        MOVE "6" TO VAL-MAX-DIGIT
        MOVE 3 TO VAL-POS
        MOVE 38 TO VAL-END
        IF SUDOKU-PUZZLE-RECORD (39:45) NOT = SPACES THEN
            MOVE "LINE LONGER THAN 36 CELLS" TO REJECT-REASON
            MOVE "N" TO WS-PUZZLE-VALID
            GO TO VALIDATE-PUZZLE-LINE-EXIT
        MOVE "9" TO VAL-MAX-DIGIT
        MOVE 1 TO VAL-POS
        MOVE 81 TO VAL-END
        IF SUDOKU-PUZZLE-RECORD (82:2) NOT = SPACES THEN
            MOVE "LINE LONGER THAN 81 CELLS" TO REJECT-REASON
            MOVE "N" TO WS-PUZZLE-VALID
            GO TO VALIDATE-PUZZLE-LINE-EXIT
        END-IF
    END-IF.
    PERFORM UNTIL VAL-POS > VAL-END OR NOT PUZZLE-LINE-VALID
        MOVE SUDOKU-PUZZLE-RECORD (VAL-POS:1) TO VAL-CHAR
        IF VAL-CHAR = SPACE THEN
            COMPUTE VAL-POS-EDIT = VAL-POS + VAL-PREFIX-LEN
            STRING "LINE TOO SHORT (BLANK AT COLUMN "
                FUNCTION TRIM(VAL-POS-EDIT) ")"
                DELIMITED BY SIZE INTO REJECT-REASON
            MOVE "N" TO WS-PUZZLE-VALID
        ELSE
            IF VAL-CHAR IS NOT NUMERIC THEN
                COMPUTE VAL-POS-EDIT = VAL-POS + VAL-PREFIX-LEN
                STRING "NON-DIGIT CHARACTER AT COLUMN "
                    FUNCTION TRIM(VAL-POS-EDIT)
                    DELIMITED BY SIZE INTO REJECT-REASON
                MOVE "N" TO WS-PUZZLE-VALID
            ELSE
                IF VAL-CHAR > VAL-MAX-DIGIT THEN
                    COMPUTE VAL-POS-EDIT = VAL-POS + VAL-PREFIX-LEN
                    STRING "VALUE ABOVE BOARD SIZE AT COLUMN "
                        FUNCTION TRIM(VAL-POS-EDIT)
                        DELIMITED BY SIZE INTO REJECT-REASON
    EXIT.

CHECK-GIVEN-CONFLICTS.
*> a duplicate given in any row, column or box (or, for a diagonal
*> puzzle, on either long diagonal) makes the board impossible -
*> cheaper to catch here than to let TABLE-ANALYSIS prove it the
*> hard way
    PERFORM VARYING VAL-R FROM 1 BY 1
            UNTIL VAL-R > BOARD-SIZE OR NOT PUZZLE-LINE-VALID
        MOVE ZEROES TO VAL-SEEN
            END-IF
        END-PERFORM
    END-PERFORM.
    IF NOT PUZZLE-LINE-VALID OR NOT DIAGONAL-RULE THEN
        GO TO CHECK-GIVEN-CONFLICTS-EXIT
    END-IF.
    MOVE ZEROES TO VAL-SEEN.
    PERFORM VARYING VAL-R FROM 1 BY 1
            UNTIL VAL-R > BOARD-SIZE OR NOT PUZZLE-LINE-VALID
        MOVE TABLEY (VAL-R, VAL-R) TO VAL-V
        PERFORM TALLY-GIVEN-VALUE
    END-PERFORM.
    IF NOT PUZZLE-LINE-VALID THEN
        STRING "DUPLICATE GIVEN " VAL-V " ON MAIN DIAGONAL"
            DELIMITED BY SIZE INTO REJECT-REASON
        GO TO CHECK-GIVEN-CONFLICTS-EXIT
    END-IF.
    MOVE ZEROES TO VAL-SEEN.
    PERFORM VARYING VAL-R FROM 1 BY 1
            UNTIL VAL-R > BOARD-SIZE OR NOT PUZZLE-LINE-VALID
        COMPUTE VAL-C = BOARD-SIZE + 1 - VAL-R
        MOVE TABLEY (VAL-R, VAL-C) TO VAL-V
        PERFORM TALLY-GIVEN-VALUE
    END-PERFORM.
    IF NOT PUZZLE-LINE-VALID THEN
        STRING "DUPLICATE GIVEN " VAL-V " ON ANTI-DIAGONAL"
            DELIMITED BY SIZE INTO REJECT-REASON
    END-IF.
CHECK-GIVEN-CONFLICTS-EXIT.
    EXIT.

TALLY-GIVEN-VALUE.
*> shared by the row, column, box and diagonal sweeps above
    IF VAL-V > ZERO THEN
        IF VAL-SEEN-FLAG (VAL-V) = 1 THEN
            MOVE "N" TO WS-PUZZLE-VALID
                            SUDOKU-PUZZLE-FILE-NAME (1:80) THEN
                    MOVE CKPT-REC-PUZZLE TO CHECKPOINT-PUZZLE
                    MOVE "Y" TO WS-RESTART-FLAG
                    *> a checkpoint written before the control totals
                    *> existed carries spaces there - start them at zero
                    IF CKPT-REC-WRITTEN IS NUMERIC
                            AND CKPT-REC-REJECTS IS NUMERIC
                            AND CKPT-REC-SOLVED IS NUMERIC
                            AND CKPT-REC-UNSOLVED IS NUMERIC THEN
                        MOVE CKPT-REC-WRITTEN TO TOTAL-BLOCKS-WRITTEN
                        MOVE CKPT-REC-REJECTS TO TOTAL-REJECTS
                        MOVE CKPT-REC-SOLVED TO TOTAL-SOLVED
                        MOVE CKPT-REC-UNSOLVED TO TOTAL-UNSOLVED
                    END-IF
                END-IF
        END-READ
        CLOSE SUDOKU-CHECKPOINT-FILE
        MOVE SPACES TO SUDOKU-CHECKPOINT-RECORD
        MOVE CHECKPOINT-PUZZLE TO CKPT-REC-PUZZLE
        MOVE SUDOKU-PUZZLE-FILE-NAME (1:80) TO CKPT-REC-SOURCE
        MOVE TOTAL-BLOCKS-WRITTEN TO CKPT-REC-WRITTEN
        MOVE TOTAL-REJECTS TO CKPT-REC-REJECTS
        MOVE TOTAL-SOLVED TO CKPT-REC-SOLVED
        MOVE TOTAL-UNSOLVED TO CKPT-REC-UNSOLVED
        WRITE SUDOKU-CHECKPOINT-RECORD
        CLOSE SUDOKU-CHECKPOINT-FILE
    END-IF
.

OPEN-CATALOG-PARAGRAPH.
*> open the keyed catalog for update, creating it empty the first
*> time it is needed
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    MOVE "N" TO WS-NEXT-ID-KNOWN.
    OPEN I-O SUDOKU-CATALOG-FILE.
    IF CATALOG-FILE-MISSING THEN
        OPEN OUTPUT SUDOKU-CATALOG-FILE
        CLOSE SUDOKU-CATALOG-FILE
        OPEN I-O SUDOKU-CATALOG-FILE
    END-IF.
    IF CATALOG-FILE-GOOD THEN
        MOVE "Y" TO WS-CATALOG-OPEN
    ELSE
        DISPLAY "Catalog "
            FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
            " could not be opened (status " WS-CATALOG-STATUS
            ") - puzzles will not be cataloged."
    END-IF
.

OPEN-CATALOG-INPUT-PARAGRAPH.
*> lookups only; a missing catalog just means nothing is cataloged
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    OPEN INPUT SUDOKU-CATALOG-FILE.
    IF CATALOG-FILE-GOOD THEN
        MOVE "Y" TO WS-CATALOG-OPEN
    END-IF
.

CLOSE-CATALOG-PARAGRAPH.
    IF CATALOG-IS-OPEN THEN
        CLOSE SUDOKU-CATALOG-FILE
        MOVE "N" TO WS-CATALOG-OPEN
    END-IF
.

ESTABLISH-NEXT-ID-PARAGRAPH.
*> one pass down the ID key for the highest ID on file (and the entry
*> count the browser shows) - made once per run, and only when a new
*> puzzle actually has to be registered or the browser is opened
    MOVE 1 TO CATALOG-NEXT-ID.
    MOVE ZERO TO CATALOG-COUNT.
    MOVE ZERO TO CAT-REC-ID.
    START SUDOKU-CATALOG-FILE KEY IS > CAT-REC-ID
        INVALID KEY
            CONTINUE
    END-START.
    PERFORM UNTIL END-OF-CATALOG-FILE OR NOT CATALOG-FILE-GOOD
        READ SUDOKU-CATALOG-FILE NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO CATALOG-COUNT
                COMPUTE CATALOG-NEXT-ID = CAT-REC-ID + 1
        END-READ
    END-PERFORM.
    MOVE "Y" TO WS-NEXT-ID-KNOWN
.

FIND-CATALOG-BY-GRID.
*> keyed read on the grid; the entry is left in the catalog record
*> when CATALOG-HIT
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

FIND-CATALOG-BY-ID.
*> keyed read on the ID; the entry is left in the catalog record when
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

RESOLVE-PUZZLE-ID-PARAGRAPH.
*> look the validated grid up in the catalog; first meeting of a new
*> puzzle registers it under the next free ID with a placeholder name
*> the librarian can change in catalog maintenance afterwards - the
*> entry is written at once, so it is on file before the checkpoint
*> marks the puzzle complete and a restart can never hand the same
*> ID to a different puzzle
    MOVE SUDOKU-PUZZLE-RECORD TO WS-LOOKUP-GRID.
    PERFORM FIND-CATALOG-BY-GRID.
    IF CATALOG-HIT THEN
        IF CAT-DIAGONAL AND DIAGONAL-RULE
                OR NOT CAT-DIAGONAL AND NOT DIAGONAL-RULE THEN
            MOVE CAT-REC-ID TO CURRENT-PUZZLE-ID
            MOVE CAT-REC-NAME TO CURRENT-PUZZLE-NAME
        ELSE
            *> the same givens are already cataloged under the other
            *> rule; the grid key allows one entry per grid, so this
            *> one is solved unkeyed rather than under the wrong ID
            MOVE ZERO TO CURRENT-PUZZLE-ID
            MOVE "(OTHER RULE CATALOGED)" TO CURRENT-PUZZLE-NAME
        END-IF
    ELSE
        *> catalog unavailable - solve anyway, just unkeyed
        MOVE ZERO TO CURRENT-PUZZLE-ID
        MOVE "(NOT CATALOGED)" TO CURRENT-PUZZLE-NAME
        IF CATALOG-IS-OPEN THEN
            IF NOT CATALOG-NEXT-ID-KNOWN THEN
                PERFORM ESTABLISH-NEXT-ID-PARAGRAPH
            END-IF
            MOVE SPACES TO SUDOKU-CATALOG-RECORD
            MOVE CATALOG-NEXT-ID TO CAT-REC-ID
            MOVE CATALOG-NEXT-ID TO WS-PUZZLE-ID-EDIT
            STRING "PUZZLE " FUNCTION TRIM(WS-PUZZLE-ID-EDIT)
                DELIMITED BY SIZE INTO CAT-REC-NAME
            MOVE PUZZLE-SOURCE-NAME TO CAT-REC-SOURCE
            IF DIAGONAL-RULE THEN
                MOVE "X" TO CAT-REC-VARIANT
            END-IF
            MOVE SUDOKU-PUZZLE-RECORD TO CAT-REC-GRID
            WRITE SUDOKU-CATALOG-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CATALOG-NEXT-ID TO CURRENT-PUZZLE-ID
                    MOVE CAT-REC-NAME TO CURRENT-PUZZLE-NAME
                    ADD 1 TO CATALOG-NEXT-ID
                    ADD 1 TO CATALOG-COUNT
            END-WRITE
        END-IF
    END-IF
.

CATALOG-PARAGRAPH.
*> librarian's maintenance loop over the master catalog - every edit
*> and delete is journaled and then made by key straight on the
*> catalog file, so a record can no longer be shifted a column by
*> hand-editing
    MOVE "CATALOG" TO JH-RUN-MODE.
    MOVE SUDOKU-CATALOG-FILE-NAME (1:24) TO JH-RUN-INPUT.
    PERFORM OPEN-CATALOG-PARAGRAPH.
    IF CATALOG-IS-OPEN THEN
        PERFORM ESTABLISH-NEXT-ID-PARAGRAPH
    END-IF.
    IF CATALOG-COUNT = ZERO THEN
        DISPLAY "Catalog "
            FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
            " is empty - run a batch first to register puzzles."
        PERFORM CLOSE-CATALOG-PARAGRAPH
        GO TO CATALOG-PARAGRAPH-EXIT
    END-IF.
    *> every change is journaled under the operator's ID - no ID, no
    *> maintenance session
    DISPLAY BLANK-SCREEN.
    DISPLAY "PUZZLE CATALOG MAINTENANCE" LINE 1 COL 3.
    DISPLAY "OPERATOR ID:" LINE 3 COL 3.
    MOVE SPACES TO OPERATOR-ID.
    ACCEPT OPERATOR-ID LINE 3 COL 17.
    IF OPERATOR-ID = SPACES THEN
        DISPLAY "An operator ID is required for catalog maintenance."
        PERFORM CLOSE-CATALOG-PARAGRAPH
        GO TO CATALOG-PARAGRAPH-EXIT
    END-IF.
    PERFORM LOAD-JOURNAL-SEQ-PARAGRAPH.
    MOVE ZERO TO CAT-PAGE-TOP-ID.
    MOVE ZERO TO CAT-PAGE-DEPTH.
    MOVE SPACE TO CAT-CMD.
    PERFORM CATALOG-SCREEN-LOOP THRU CATALOG-SCREEN-LOOP-EXIT
        UNTIL CAT-CMD-QUIT OR CATALOG-LOAD-REQUESTED.
    MOVE CATALOG-COUNT TO JH-RUN-PROCESSED.
    MOVE CAT-EDITS-COUNT TO JH-RUN-REJECTS.
    *> an L leaves the catalog open for the entry screen's lookups
    IF NOT CATALOG-LOAD-REQUESTED THEN
        PERFORM CLOSE-CATALOG-PARAGRAPH
        DISPLAY BLANK-SCREEN
        DISPLAY "Catalog maintenance finished." LINE 3 COL 5
    END-IF.
CATALOG-SCREEN-LOOP.
*> one page of the browser plus one command
    DISPLAY BLANK-SCREEN.
    MOVE CATALOG-COUNT TO CAT-COUNT-EDIT.
    MOVE SPACES TO CAT-DISPLAY-LINE.
    STRING "PUZZLE CATALOG - "
        FUNCTION TRIM(CAT-COUNT-EDIT) " entries"
        DELIMITED BY SIZE INTO CAT-DISPLAY-LINE.
    DISPLAY CAT-DISPLAY-LINE LINE 1 COL 3.
    DISPLAY "    ID  NAME                      SOURCE" LINE 3 COL 3.
    PERFORM SHOW-CATALOG-PAGE-PARAGRAPH.
    DISPLAY "N-NEXT P-PREV F-FIND E-EDIT D-DELETE L-LOAD Q-QUIT"
        LINE 16 COL 3.
    DISPLAY "ENTER RESPONSE:" LINE 17 COL 3.
    ACCEPT CAT-CMD LINE 17 COL 20.
    EVALUATE TRUE
        WHEN CAT-CMD-NEXT
            IF CAT-NEXT-PAGE-ID > ZERO THEN
                IF CAT-PAGE-DEPTH < 100 THEN
                    ADD 1 TO CAT-PAGE-DEPTH
                    MOVE CAT-PAGE-TOP-ID
                        TO CAT-PAGE-STACK-ID (CAT-PAGE-DEPTH)
                END-IF
                MOVE CAT-NEXT-PAGE-ID TO CAT-PAGE-TOP-ID
            END-IF
        WHEN CAT-CMD-PREV
            IF CAT-PAGE-DEPTH > ZERO THEN
                MOVE CAT-PAGE-STACK-ID (CAT-PAGE-DEPTH)
                    TO CAT-PAGE-TOP-ID
                SUBTRACT 1 FROM CAT-PAGE-DEPTH
            ELSE
                MOVE ZERO TO CAT-PAGE-TOP-ID
            END-IF
        WHEN CAT-CMD-FIND
            PERFORM CATALOG-FIND-PARAGRAPH
CATALOG-SCREEN-LOOP-EXIT.
    EXIT.

SHOW-CATALOG-PAGE-PARAGRAPH.
*> up to one page of entries from CAT-PAGE-TOP-ID on, in ID order;
*> one read past the page tells N where the next page starts (zero
*> when this is the last page)
    MOVE ZERO TO CAT-ROW.
    MOVE ZERO TO CAT-NEXT-PAGE-ID.
    MOVE CAT-PAGE-TOP-ID TO CAT-REC-ID.
    START SUDOKU-CATALOG-FILE KEY IS >= CAT-REC-ID
        INVALID KEY
            CONTINUE
    END-START.
    PERFORM UNTIL END-OF-CATALOG-FILE OR NOT CATALOG-FILE-GOOD
            OR CAT-NEXT-PAGE-ID > ZERO
        READ SUDOKU-CATALOG-FILE NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF CAT-ROW < CAT-PAGE-SIZE THEN
                    ADD 1 TO CAT-ROW
                    PERFORM SHOW-CATALOG-ROW-PARAGRAPH
                ELSE
                    MOVE CAT-REC-ID TO CAT-NEXT-PAGE-ID
                END-IF
        END-READ
    END-PERFORM
.

SHOW-CATALOG-ROW-PARAGRAPH.
*> one catalog entry on the browser page, 6x6 training boards and
*> diagonal puzzles marked
    MOVE CAT-REC-ID TO WS-PUZZLE-ID-EDIT.
    MOVE SPACES TO CAT-DISPLAY-LINE.
    MOVE SPACES TO CAT-ROW-MARK.
    IF CAT-REC-GRID (1:2) = "6," THEN
        IF CAT-DIAGONAL THEN
            MOVE "(6x6 X)" TO CAT-ROW-MARK
        ELSE
            MOVE "(6x6)" TO CAT-ROW-MARK
        END-IF
    ELSE
        IF CAT-DIAGONAL THEN
            MOVE "(X)" TO CAT-ROW-MARK
        END-IF
    END-IF.
    STRING WS-PUZZLE-ID-EDIT "  " CAT-REC-NAME
        "  " CAT-REC-SOURCE "  " CAT-ROW-MARK
        DELIMITED BY SIZE INTO CAT-DISPLAY-LINE.
    COMPUTE CAT-LINE-NO = CAT-ROW + 4.
    DISPLAY CAT-DISPLAY-LINE LINE CAT-LINE-NO COL 3
.

ASK-CATALOG-ID-PARAGRAPH.
*> prompt for an entry ID and leave the match (if any) in the
*> catalog record
    DISPLAY "ENTER PUZZLE ID:" LINE 18 COL 3.
    MOVE SPACES TO CAT-ARG-TEXT.
    ACCEPT CAT-ARG-TEXT LINE 18 COL 21.
.

CATALOG-FIND-PARAGRAPH.
*> a digit string is a keyed read by ID, anything else a name prefix
*> (case-blind) searched down the ID key; the hit becomes the top of
*> the page
    DISPLAY "FIND (ID OR NAME):" LINE 18 COL 3.
    MOVE SPACES TO CAT-ARG-TEXT.
    ACCEPT CAT-ARG-TEXT LINE 18 COL 23.
        COMPUTE CAT-ARG-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(CAT-ARG-TEXT))
        MOVE "N" TO WS-CAT-FOUND
        MOVE ZERO TO CAT-REC-ID
        START SUDOKU-CATALOG-FILE KEY IS > CAT-REC-ID
            INVALID KEY
                CONTINUE
        END-START
        PERFORM UNTIL CATALOG-HIT OR END-OF-CATALOG-FILE
                OR NOT CATALOG-FILE-GOOD
            READ SUDOKU-CATALOG-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF FUNCTION UPPER-CASE
                            (CAT-REC-NAME (1:CAT-ARG-LEN)) =
                            FUNCTION UPPER-CASE
                            (CAT-ARG-TEXT (1:CAT-ARG-LEN)) THEN
                        MOVE "Y" TO WS-CAT-FOUND
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF CATALOG-HIT THEN
        MOVE CAT-REC-ID TO CAT-PAGE-TOP-ID
        MOVE ZERO TO CAT-PAGE-DEPTH
    ELSE
        DISPLAY "NOT FOUND - PRESS ENTER" LINE 19 COL 3
        ACCEPT PRESS-ENTER LINE 19 COL 27
    IF NOT CATALOG-HIT THEN
        GO TO CATALOG-EDIT-EXIT
    END-IF.
    MOVE CAT-REC-ID TO WS-PUZZLE-ID-EDIT.
    MOVE CAT-REC-NAME TO EDIT-NAME.
    MOVE CAT-REC-SOURCE TO EDIT-SOURCE.
    DISPLAY CATALOG-EDIT-SCREEN.
    ACCEPT CATALOG-EDIT-SCREEN.
    IF EDIT-NAME NOT = CAT-REC-NAME
            OR EDIT-SOURCE NOT = CAT-REC-SOURCE THEN
        *> journal first - a change that cannot be journaled is not
        *> made at all
        MOVE SPACES TO JOURNAL-ENTRY
        PERFORM STAGE-BEFORE-IMAGE-PARAGRAPH
        MOVE JE-BEFORE TO JE-AFTER
        MOVE EDIT-NAME TO JE-A-NAME
        MOVE EDIT-SOURCE TO JE-A-SOURCE
        MOVE "EDIT" TO JE-ACTION
        MOVE ZERO TO JE-REF-SEQ
        PERFORM WRITE-JOURNAL-PARAGRAPH
        IF NOT JOURNAL-FILE-GOOD THEN
            PERFORM JOURNAL-UNAVAILABLE-PARAGRAPH
            GO TO CATALOG-EDIT-EXIT
        END-IF
        MOVE EDIT-NAME TO CAT-REC-NAME
        MOVE EDIT-SOURCE TO CAT-REC-SOURCE
        REWRITE SUDOKU-CATALOG-RECORD
            INVALID KEY
                PERFORM CATALOG-UPDATE-FAILED-PARAGRAPH
            NOT INVALID KEY
                ADD 1 TO CAT-EDITS-COUNT
        END-REWRITE
    END-IF.
CATALOG-EDIT-EXIT.
    EXIT.
    IF NOT CATALOG-HIT THEN
        GO TO CATALOG-DELETE-EXIT
    END-IF.
    MOVE CAT-REC-ID TO WS-PUZZLE-ID-EDIT.
    MOVE SPACES TO CAT-DISPLAY-LINE.
    STRING "DELETE ID " WS-PUZZLE-ID-EDIT " "
        FUNCTION TRIM(CAT-REC-NAME) "? (Y/N):"
        DELIMITED BY SIZE INTO CAT-DISPLAY-LINE.
    DISPLAY CAT-DISPLAY-LINE LINE 19 COL 3.
    MOVE SPACE TO CAT-CONFIRM.
    IF NOT CAT-CONFIRMED THEN
        GO TO CATALOG-DELETE-EXIT
    END-IF.
    MOVE SPACES TO JOURNAL-ENTRY.
    PERFORM STAGE-BEFORE-IMAGE-PARAGRAPH.
    MOVE "DELETE" TO JE-ACTION.
    MOVE ZERO TO JE-REF-SEQ.
    PERFORM WRITE-JOURNAL-PARAGRAPH.
    IF NOT JOURNAL-FILE-GOOD THEN
        PERFORM JOURNAL-UNAVAILABLE-PARAGRAPH
        GO TO CATALOG-DELETE-EXIT
    END-IF.
    DELETE SUDOKU-CATALOG-FILE RECORD
        INVALID KEY
            PERFORM CATALOG-UPDATE-FAILED-PARAGRAPH
        NOT INVALID KEY
            SUBTRACT 1 FROM CATALOG-COUNT
            ADD 1 TO CAT-EDITS-COUNT
    END-DELETE.
CATALOG-DELETE-EXIT.
    EXIT.

CATALOG-UPDATE-FAILED-PARAGRAPH.
    MOVE SPACES TO CAT-DISPLAY-LINE.
    STRING "CATALOG UPDATE FAILED (STATUS " WS-CATALOG-STATUS
        ") - PRESS ENTER"
        DELIMITED BY SIZE INTO CAT-DISPLAY-LINE.
    DISPLAY CAT-DISPLAY-LINE LINE 19 COL 3.
    ACCEPT PRESS-ENTER LINE 19 COL 50
.

CATALOG-LOAD-PARAGRAPH.
*> hand the selected grid to the ordinary 9x9 entry screen; the 6x6
*> training boards only exist in batch form, so they stay out
    IF NOT CATALOG-HIT THEN
        GO TO CATALOG-LOAD-EXIT
    END-IF.
    IF CAT-REC-GRID (1:2) = "6," THEN
        DISPLAY "6X6 BOARDS CANNOT LOAD INTO THE 9X9 SCREEN"
            LINE 19 COL 3
        ACCEPT PRESS-ENTER LINE 19 COL 48
        GO TO CATALOG-LOAD-EXIT
    END-IF.
    MOVE CAT-REC-GRID TO SUDOKU-PUZZLE-RECORD.
    PERFORM LOAD-PUZZLE-PARAGRAPH.
    MOVE CAT-REC-ID TO CURRENT-PUZZLE-ID.
    MOVE CAT-REC-NAME TO CURRENT-PUZZLE-NAME.
    MOVE "Y" TO WS-LOAD-FLAG.
CATALOG-LOAD-EXIT.
    EXIT.

LOAD-JOURNAL-SEQ-PARAGRAPH.
*> the next journal number is one past the highest on file, so the
*> numbering runs on unbroken from session to session
    MOVE 1 TO JOURNAL-NEXT-SEQ.
    OPEN INPUT SUDOKU-JOURNAL-FILE.
    IF JOURNAL-FILE-GOOD THEN
        PERFORM UNTIL END-OF-JOURNAL-FILE
            READ SUDOKU-JOURNAL-FILE INTO JOURNAL-ENTRY
                AT END
                    CONTINUE
                NOT AT END
                    IF JE-SEQ IS NUMERIC
                            AND JE-SEQ >= JOURNAL-NEXT-SEQ THEN
                        COMPUTE JOURNAL-NEXT-SEQ = JE-SEQ + 1
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUDOKU-JOURNAL-FILE
    END-IF
.

STAGE-BEFORE-IMAGE-PARAGRAPH.
*> the catalog entry just read, as it stands before the change
    MOVE CAT-REC-ID TO JE-B-ID.
    MOVE CAT-REC-NAME TO JE-B-NAME.
    MOVE CAT-REC-SOURCE TO JE-B-SOURCE.
    MOVE CAT-REC-VARIANT TO JE-B-VARIANT.
    MOVE CAT-REC-GRID TO JE-B-GRID
.

WRITE-JOURNAL-PARAGRAPH.
*> stamp and append the staged entry; callers test JOURNAL-FILE-GOOD
*> afterwards and leave the catalog alone when the write failed
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
    MOVE JOURNAL-NEXT-SEQ TO JE-SEQ.
    MOVE WS-CURRENT-STAMP (1:8) TO JE-DATE.
    MOVE WS-CURRENT-STAMP (9:6) TO JE-TIME.
    MOVE OPERATOR-ID TO JE-OPERATOR.
    OPEN EXTEND SUDOKU-JOURNAL-FILE.
    IF NOT JOURNAL-FILE-GOOD THEN
        OPEN OUTPUT SUDOKU-JOURNAL-FILE
    END-IF.
    IF JOURNAL-FILE-GOOD THEN
        WRITE SUDOKU-JOURNAL-RECORD FROM JOURNAL-ENTRY
        CLOSE SUDOKU-JOURNAL-FILE
        ADD 1 TO JOURNAL-NEXT-SEQ
    END-IF
.

JOURNAL-UNAVAILABLE-PARAGRAPH.
    DISPLAY "JOURNAL FILE UNAVAILABLE - CHANGE NOT MADE, PRESS ENTER"
        LINE 19 COL 3.
    ACCEPT PRESS-ENTER LINE 19 COL 60
.

RECOVER-PARAGRAPH.
*> console recovery over the catalog journal: L lists entries, U
*> reverses one entry against the live catalog (and journals the
*> reversal), P replays the journal onto an older catalog backup and
*> writes the result to the recovery file for the librarian to check
*> before it replaces the live catalog
    MOVE "RECOVER" TO JH-RUN-MODE.
    MOVE SUDOKU-JOURNAL-FILE-NAME (1:24) TO JH-RUN-INPUT.
    MOVE ZERO TO RECOVER-APPLIED.
    MOVE ZERO TO RECOVER-SKIPPED.
    DISPLAY "Catalog recovery - journal "
        FUNCTION TRIM(SUDOKU-JOURNAL-FILE-NAME).
    DISPLAY "Operator ID:".
    MOVE SPACES TO OPERATOR-ID.
    ACCEPT OPERATOR-ID.
    IF OPERATOR-ID = SPACES THEN
        DISPLAY "An operator ID is required for catalog recovery."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-PARAGRAPH-EXIT
    END-IF.
    PERFORM LOAD-JOURNAL-SEQ-PARAGRAPH.
    IF JOURNAL-NEXT-SEQ = 1 THEN
        DISPLAY "Journal "
            FUNCTION TRIM(SUDOKU-JOURNAL-FILE-NAME)
            " is missing or empty - nothing to recover."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-PARAGRAPH-EXIT
    END-IF.
    DISPLAY "L-LIST JOURNAL  U-UNDO ONE ENTRY  P-REPLAY ONTO A BACKUP".
    DISPLAY "ENTER RESPONSE:".
    MOVE SPACE TO RECOVER-CMD.
    ACCEPT RECOVER-CMD.
    EVALUATE TRUE
        WHEN RECOVER-LIST
            PERFORM RECOVER-LIST-PARAGRAPH THRU RECOVER-LIST-EXIT
        WHEN RECOVER-UNDO
            PERFORM RECOVER-UNDO-PARAGRAPH THRU RECOVER-UNDO-EXIT
        WHEN RECOVER-REPLAY
            PERFORM RECOVER-REPLAY-PARAGRAPH THRU RECOVER-REPLAY-EXIT
        WHEN OTHER
            DISPLAY "No recovery action chosen - nothing changed."
    END-EVALUATE.
    *> processed = entries listed or applied, rejects = entries that
    *> could not be applied
    MOVE RECOVER-APPLIED TO JH-RUN-PROCESSED.
    MOVE RECOVER-SKIPPED TO JH-RUN-REJECTS.
RECOVER-PARAGRAPH-EXIT.
    EXIT.

RECOVER-LIST-PARAGRAPH.
*> every journal entry, or only those touching one puzzle ID
    DISPLAY "Puzzle ID to list (Enter = all):".
    MOVE SPACES TO RECOVER-TEXT.
    ACCEPT RECOVER-TEXT.
    MOVE ZERO TO RECOVER-FILTER-ID.
    IF RECOVER-TEXT NOT = SPACES THEN
        COMPUTE RECOVER-FILTER-ID = FUNCTION NUMVAL(RECOVER-TEXT)
    END-IF.
    OPEN INPUT SUDOKU-JOURNAL-FILE.
    IF NOT JOURNAL-FILE-GOOD THEN
        GO TO RECOVER-LIST-EXIT
    END-IF.
    PERFORM UNTIL END-OF-JOURNAL-FILE
        READ SUDOKU-JOURNAL-FILE INTO JOURNAL-ENTRY
            AT END
                CONTINUE
            NOT AT END
                IF RECOVER-FILTER-ID = ZERO
                        OR (JE-B-ID IS NUMERIC
                            AND JE-B-ID = RECOVER-FILTER-ID)
                        OR (JE-A-ID IS NUMERIC
                            AND JE-A-ID = RECOVER-FILTER-ID) THEN
                    PERFORM SHOW-JOURNAL-ENTRY-PARAGRAPH
                    ADD 1 TO RECOVER-APPLIED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUDOKU-JOURNAL-FILE.
    MOVE RECOVER-APPLIED TO JOURNAL-SEQ-EDIT.
    DISPLAY FUNCTION TRIM(JOURNAL-SEQ-EDIT) " journal entries listed.".
RECOVER-LIST-EXIT.
    EXIT.

SHOW-JOURNAL-ENTRY-PARAGRAPH.
*> one journal entry with both images; a blank image means the entry
*> did not exist on that side of the change
    MOVE JE-SEQ TO JOURNAL-SEQ-EDIT.
    DISPLAY "#" FUNCTION TRIM(JOURNAL-SEQ-EDIT) " " JE-DATE " "
        JE-TIME " " JE-OPERATOR " " JE-ACTION.
    IF JE-IS-REVERSE THEN
        MOVE JE-REF-SEQ TO JOURNAL-SEQ-EDIT
        DISPLAY "  reverses #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
    END-IF.
    IF JE-B-ID IS NUMERIC THEN
        DISPLAY "  BEFORE " JE-B-ID " " JE-B-NAME " " JE-B-SOURCE
        DISPLAY "       " JE-B-VARIANT " " JE-B-GRID
    ELSE
        DISPLAY "  BEFORE (no entry)"
    END-IF.
    IF JE-A-ID IS NUMERIC THEN
        DISPLAY "  AFTER  " JE-A-ID " " JE-A-NAME " " JE-A-SOURCE
        DISPLAY "       " JE-A-VARIANT " " JE-A-GRID
    ELSE
        DISPLAY "  AFTER  (no entry)"
    END-IF
.

RECOVER-UNDO-PARAGRAPH.
*> put the live catalog back the way it was before one journal entry,
*> provided the entry still holds what that change left behind
    DISPLAY "Journal entry number to reverse:".
    MOVE SPACES TO RECOVER-TEXT.
    ACCEPT RECOVER-TEXT.
    IF RECOVER-TEXT = SPACES
            OR FUNCTION TRIM(RECOVER-TEXT) IS NOT NUMERIC THEN
        DISPLAY "Not a journal entry number - nothing changed."
        ADD 1 TO RECOVER-SKIPPED
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    COMPUTE RECOVER-SEQ = FUNCTION NUMVAL(RECOVER-TEXT).
    MOVE RECOVER-SEQ TO JOURNAL-SEQ-EDIT.
    *> find the entry, and any earlier reversal of it
    MOVE "N" TO WS-RECOVER-FOUND.
    MOVE ZERO TO REVERSED-BY-SEQ.
    OPEN INPUT SUDOKU-JOURNAL-FILE.
    PERFORM UNTIL END-OF-JOURNAL-FILE OR NOT JOURNAL-FILE-GOOD
        READ SUDOKU-JOURNAL-FILE INTO JOURNAL-ENTRY
            AT END
                CONTINUE
            NOT AT END
                IF JE-SEQ = RECOVER-SEQ THEN
                    MOVE "Y" TO WS-RECOVER-FOUND
                    MOVE JOURNAL-ENTRY TO RECOVER-ENTRY
                END-IF
                IF JE-IS-REVERSE AND JE-REF-SEQ = RECOVER-SEQ THEN
                    MOVE JE-SEQ TO REVERSED-BY-SEQ
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUDOKU-JOURNAL-FILE.
    IF NOT RECOVER-ENTRY-FOUND THEN
        DISPLAY "No journal entry #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
            " - nothing changed."
        ADD 1 TO RECOVER-SKIPPED
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    IF REVERSED-BY-SEQ > ZERO THEN
        DISPLAY "Entry #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
            " was already reversed by #" REVERSED-BY-SEQ
            " - nothing changed."
        ADD 1 TO RECOVER-SKIPPED
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    MOVE RECOVER-ENTRY TO JOURNAL-ENTRY.
    PERFORM SHOW-JOURNAL-ENTRY-PARAGRAPH.
    DISPLAY "Reverse this entry? (Y/N):".
    MOVE SPACE TO CAT-CONFIRM.
    ACCEPT CAT-CONFIRM.
    IF NOT CAT-CONFIRMED THEN
        DISPLAY "Nothing changed."
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    MOVE JE-AFTER TO APPLY-FROM-IMAGE.
    MOVE JE-BEFORE TO APPLY-TO-IMAGE.
    PERFORM OPEN-CATALOG-PARAGRAPH.
    IF NOT CATALOG-IS-OPEN THEN
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    PERFORM CHECK-JOURNAL-IMAGE-PARAGRAPH
        THRU CHECK-JOURNAL-IMAGE-EXIT.
    IF NOT APPLY-SUCCEEDED THEN
        DISPLAY "Entry #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
            " cannot be reversed: " FUNCTION TRIM(APPLY-REASON)
        ADD 1 TO RECOVER-SKIPPED
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    *> the reversal is itself a catalog change - journal it before the
    *> catalog is touched, the same as an edit or delete
    MOVE SPACES TO JOURNAL-ENTRY.
    MOVE APPLY-FROM-IMAGE TO JE-BEFORE.
    MOVE APPLY-TO-IMAGE TO JE-AFTER.
    MOVE "REVERSE" TO JE-ACTION.
    MOVE RECOVER-SEQ TO JE-REF-SEQ.
    PERFORM WRITE-JOURNAL-PARAGRAPH.
    IF NOT JOURNAL-FILE-GOOD THEN
        DISPLAY "Journal file unavailable - nothing changed."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    MOVE JE-SEQ TO REVERSED-BY-SEQ.
    PERFORM APPLY-CHECKED-IMAGE-PARAGRAPH.
    IF NOT APPLY-SUCCEEDED THEN
        DISPLAY "Catalog update failed (status " WS-CATALOG-STATUS
            ") after journal entry #" REVERSED-BY-SEQ
            " was written."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-UNDO-EXIT
    END-IF.
    ADD 1 TO RECOVER-APPLIED.
    DISPLAY "Entry #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
        " reversed, journaled as #" REVERSED-BY-SEQ ".".
RECOVER-UNDO-EXIT.
    EXIT.

RECOVER-REPLAY-PARAGRAPH.
*> rebuild from an older backup - a sequential unload of the catalog
*> - by applying the journal entries made since it was taken; the
*> result goes to the recovery file, never straight over the live
*> catalog
    DISPLAY "Catalog backup (unload file) to replay onto:".
    MOVE SPACES TO SUDOKU-BACKUP-FILE-NAME.
    ACCEPT SUDOKU-BACKUP-FILE-NAME.
    IF SUDOKU-BACKUP-FILE-NAME = SPACES THEN
        DISPLAY "No backup named - nothing changed."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-REPLAY-EXIT
    END-IF.
    DISPLAY "First journal entry to apply (Enter = 1):".
    MOVE SPACES TO CAT-ARG-TEXT.
    ACCEPT CAT-ARG-TEXT.
    MOVE 1 TO RECOVER-FIRST-SEQ.
    IF CAT-ARG-TEXT NOT = SPACES THEN
        COMPUTE RECOVER-FIRST-SEQ = FUNCTION NUMVAL(CAT-ARG-TEXT)
    END-IF.
    OPEN INPUT SUDOKU-BACKUP-FILE.
    IF NOT BACKUP-FILE-GOOD THEN
        DISPLAY "Cannot open backup "
            FUNCTION TRIM(SUDOKU-BACKUP-FILE-NAME)
            " - nothing changed."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-REPLAY-EXIT
    END-IF.
    *> the recovery file is built under the catalog's own FD, so the
    *> same keyed paragraphs apply the journal to it
    MOVE SUDOKU-CATALOG-FILE-NAME TO LIVE-CATALOG-FILE-NAME.
    MOVE SUDOKU-RECOVERY-FILE-NAME TO SUDOKU-CATALOG-FILE-NAME.
    OPEN OUTPUT SUDOKU-CATALOG-FILE.
    IF NOT CATALOG-FILE-GOOD THEN
        DISPLAY "Cannot create "
            FUNCTION TRIM(SUDOKU-RECOVERY-FILE-NAME)
            " (status " WS-CATALOG-STATUS ") - nothing changed."
        CLOSE SUDOKU-BACKUP-FILE
        MOVE LIVE-CATALOG-FILE-NAME TO SUDOKU-CATALOG-FILE-NAME
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO RECOVER-REPLAY-EXIT
    END-IF.
    MOVE ZERO TO RECOVER-LOADED.
    PERFORM UNTIL END-OF-BACKUP-FILE
        READ SUDOKU-BACKUP-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SUDOKU-BACKUP-RECORD TO SUDOKU-CATALOG-RECORD
                IF CAT-REC-ID IS NUMERIC THEN
                    WRITE SUDOKU-CATALOG-RECORD
                        INVALID KEY
                            ADD 1 TO RECOVER-SKIPPED
                            DISPLAY "Backup entry " CAT-REC-ID
                                " repeats an ID or grid - left out."
                        NOT INVALID KEY
                            ADD 1 TO RECOVER-LOADED
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUDOKU-BACKUP-FILE.
    CLOSE SUDOKU-CATALOG-FILE.
    PERFORM OPEN-CATALOG-PARAGRAPH.
    OPEN INPUT SUDOKU-JOURNAL-FILE.
    PERFORM UNTIL END-OF-JOURNAL-FILE OR NOT JOURNAL-FILE-GOOD
        READ SUDOKU-JOURNAL-FILE INTO JOURNAL-ENTRY
            AT END
                CONTINUE
            NOT AT END
                IF JE-SEQ IS NUMERIC
                        AND JE-SEQ >= RECOVER-FIRST-SEQ THEN
                    PERFORM REPLAY-ONE-ENTRY-PARAGRAPH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUDOKU-JOURNAL-FILE.
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    MOVE LIVE-CATALOG-FILE-NAME TO SUDOKU-CATALOG-FILE-NAME.
    MOVE RECOVER-LOADED TO JOURNAL-SEQ-EDIT.
    DISPLAY FUNCTION TRIM(JOURNAL-SEQ-EDIT)
        " entries loaded from the backup.".
    MOVE RECOVER-APPLIED TO JOURNAL-SEQ-EDIT.
    DISPLAY FUNCTION TRIM(JOURNAL-SEQ-EDIT) " journal entries applied.".
    MOVE RECOVER-SKIPPED TO JOURNAL-SEQ-EDIT.
    DISPLAY FUNCTION TRIM(JOURNAL-SEQ-EDIT) " entries skipped.".
    DISPLAY "Recovered catalog written to "
        FUNCTION TRIM(SUDOKU-RECOVERY-FILE-NAME)
        " - check it against "
        FUNCTION TRIM(LIVE-CATALOG-FILE-NAME)
        " before putting it in service.".
RECOVER-REPLAY-EXIT.
    EXIT.

REPLAY-ONE-ENTRY-PARAGRAPH.
*> a journal entry replays forward, before image to after image (a
*> REVERSE entry carries its images already swapped)
    MOVE JE-BEFORE TO APPLY-FROM-IMAGE.
    MOVE JE-AFTER TO APPLY-TO-IMAGE.
    PERFORM CHECK-JOURNAL-IMAGE-PARAGRAPH
        THRU CHECK-JOURNAL-IMAGE-EXIT.
    IF APPLY-SUCCEEDED THEN
        PERFORM APPLY-CHECKED-IMAGE-PARAGRAPH
    END-IF.
    IF APPLY-SUCCEEDED THEN
        ADD 1 TO RECOVER-APPLIED
    ELSE
        ADD 1 TO RECOVER-SKIPPED
        MOVE JE-SEQ TO JOURNAL-SEQ-EDIT
        DISPLAY "Entry #" FUNCTION TRIM(JOURNAL-SEQ-EDIT)
            " skipped: " FUNCTION TRIM(APPLY-REASON)
    END-IF
.

CHECK-JOURNAL-IMAGE-PARAGRAPH.
*> can the open catalog be moved from APPLY-FROM-IMAGE to
*> APPLY-TO-IMAGE? it must hold exactly the FROM image first,
*> otherwise the entry has been changed since and is left alone
    MOVE "N" TO WS-APPLY-OK.
    MOVE SPACES TO APPLY-REASON.
    IF AF-ID IS NOT NUMERIC AND AT-ID IS NOT NUMERIC THEN
        MOVE "JOURNAL ENTRY HOLDS NO IMAGES" TO APPLY-REASON
        GO TO CHECK-JOURNAL-IMAGE-EXIT
    END-IF.
    IF AF-ID IS NUMERIC THEN
        MOVE AF-ID TO WS-LOOKUP-ID
        PERFORM FIND-CATALOG-BY-ID
        IF NOT CATALOG-HIT THEN
            MOVE "ENTRY IS NO LONGER IN THE CATALOG" TO APPLY-REASON
            GO TO CHECK-JOURNAL-IMAGE-EXIT
        END-IF
        IF CAT-REC-NAME NOT = AF-NAME
                OR CAT-REC-SOURCE NOT = AF-SOURCE
                OR CAT-REC-VARIANT NOT = AF-VARIANT
                OR CAT-REC-GRID NOT = AF-GRID THEN
            MOVE "ENTRY HAS BEEN CHANGED SINCE" TO APPLY-REASON
            GO TO CHECK-JOURNAL-IMAGE-EXIT
        END-IF
    ELSE
        *> putting an entry back - neither its ID nor its grid may have
        *> been taken in the meantime
        MOVE AT-ID TO WS-LOOKUP-ID
        PERFORM FIND-CATALOG-BY-ID
        IF CATALOG-HIT THEN
            MOVE "ID IS ALREADY IN THE CATALOG" TO APPLY-REASON
            GO TO CHECK-JOURNAL-IMAGE-EXIT
        END-IF
        MOVE AT-GRID TO WS-LOOKUP-GRID
        PERFORM FIND-CATALOG-BY-GRID
        IF CATALOG-HIT THEN
            MOVE "GRID IS CATALOGED UNDER ANOTHER ID" TO APPLY-REASON
            GO TO CHECK-JOURNAL-IMAGE-EXIT
        END-IF
    END-IF.
    MOVE "Y" TO WS-APPLY-OK.
CHECK-JOURNAL-IMAGE-EXIT.
    EXIT.

APPLY-CHECKED-IMAGE-PARAGRAPH.
*> make the change CHECK-JOURNAL-IMAGE-PARAGRAPH cleared, by key
    MOVE "N" TO WS-APPLY-OK.
    MOVE "CATALOG UPDATE FAILED" TO APPLY-REASON.
    MOVE SPACES TO SUDOKU-CATALOG-RECORD.
    IF AT-ID IS NUMERIC THEN
        MOVE AT-ID TO CAT-REC-ID
        MOVE AT-NAME TO CAT-REC-NAME
        MOVE AT-SOURCE TO CAT-REC-SOURCE
        MOVE AT-VARIANT TO CAT-REC-VARIANT
        MOVE AT-GRID TO CAT-REC-GRID
        IF AF-ID IS NUMERIC THEN
            REWRITE SUDOKU-CATALOG-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-APPLY-OK
            END-REWRITE
        ELSE
            WRITE SUDOKU-CATALOG-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-APPLY-OK
            END-WRITE
        END-IF
    ELSE
        MOVE AF-ID TO CAT-REC-ID
        DELETE SUDOKU-CATALOG-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-APPLY-OK
        END-DELETE
    END-IF
.

WRITE-REJECT-PARAGRAPH.
*> one line per bad puzzle, keyed on the puzzle number, so the batch
*> keeps moving and the typo can be found in the morning
    ADD 1 TO REJECTS-COUNT.
    MOVE SPACES TO WS-LINE-OUT.
    MOVE PUZZLE-NUMBER TO WS-SUDOKU-EDIT.
    STRING "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT) ": REJECTED - "
        FUNCTION TRIM(REJECT-REASON)
        DELIMITED BY SIZE INTO WS-LINE-OUT.
    DISPLAY WS-LINE-OUT.
    OPEN EXTEND SUDOKU-REJECTS-FILE.
    IF NOT REJECTS-FILE-GOOD THEN
        OPEN OUTPUT SUDOKU-REJECTS-FILE
    END-IF.
    IF REJECTS-FILE-GOOD THEN
        WRITE SUDOKU-REJECTS-RECORD FROM WS-LINE-OUT
        CLOSE SUDOKU-REJECTS-FILE
        ADD 1 TO TOTAL-REJECTS
    END-IF
.

GENERATE-PARAGRAPH.
*> build fresh puzzle sets in the exact line format BATCH-PARAGRAPH
*> reads back (81 row-major digits, or "6," plus 36 for the training
*> variant, either one behind "X," for a diagonal set), instead of
*> typing them in from books
    MOVE "GENERATE" TO JH-RUN-MODE.
    MOVE SUDOKU-GENERATED-FILE-NAME (1:24) TO JH-RUN-INPUT.
    DISPLAY "How many puzzles to generate?".
    ACCEPT GEN-PUZZLE-TARGET.
    IF GEN-PUZZLE-TARGET = ZERO THEN
        DISPLAY "Nothing to do."
        GO TO GENERATE-PARAGRAPH-EXIT
    END-IF.
    DISPLAY "Board size (9 or 6)?".
    ACCEPT GEN-SIZE-IN.
    IF GEN-SIZE-IN = 6 THEN
        MOVE 6 TO BOARD-SIZE
        MOVE 2 TO BOX-ROWS
        MOVE 3 TO BOX-COLS
        MOVE 8 TO GEN-MIN-GIVENS
    ELSE
        IF GEN-SIZE-IN = 9 THEN
            MOVE 9 TO BOARD-SIZE
            MOVE 3 TO BOX-ROWS
            MOVE 3 TO BOX-COLS
            *> 17 is the proven minimum for a unique 9x9 puzzle
            MOVE 17 TO GEN-MIN-GIVENS
        ELSE
            DISPLAY "Board size must be 9 or 6."
            GO TO GENERATE-PARAGRAPH-EXIT
        END-IF
    END-IF.
    DISPLAY "Diagonal (X-Sudoku) rule (Y/N)?".
    ACCEPT GEN-RULE-IN.
    IF GEN-DIAGONAL THEN
        MOVE "Y" TO DIAGONAL-RULE-FLAG
    ELSE
        MOVE "N" TO DIAGONAL-RULE-FLAG
    END-IF.
    DISPLAY "Givens per puzzle?".
    ACCEPT GEN-GIVENS.
    COMPUTE GEN-MAX-GIVENS = BOARD-SIZE * BOARD-SIZE - 1.
    IF GEN-GIVENS < GEN-MIN-GIVENS
            OR GEN-GIVENS > GEN-MAX-GIVENS THEN
        DISPLAY "Givens must be " GEN-MIN-GIVENS " - "
            GEN-MAX-GIVENS " for this board size."
        GO TO GENERATE-PARAGRAPH-EXIT
    END-IF.

    OPEN OUTPUT SUDOKU-GENERATED-FILE.
    IF NOT GENERATED-FILE-GOOD THEN
        DISPLAY "Could not open " SUDOKU-GENERATED-FILE-NAME
            " status " WS-GENERATED-STATUS
        GO TO GENERATE-PARAGRAPH-EXIT
    END-IF.

    MOVE FUNCTION CURRENT-DATE (9:8) TO GEN-SEED.
    COMPUTE GEN-RANDOM = FUNCTION RANDOM(GEN-SEED).
    MOVE ZERO TO GEN-COUNT.
    PERFORM GENERATE-ONE-PUZZLE THRU GENERATE-ONE-PUZZLE-EXIT
        UNTIL GEN-COUNT >= GEN-PUZZLE-TARGET.

    CLOSE SUDOKU-GENERATED-FILE.
    MOVE GEN-COUNT TO GEN-COUNT-EDIT.
    MOVE GEN-COUNT TO JH-RUN-PROCESSED.
    DISPLAY FUNCTION TRIM(GEN-COUNT-EDIT) " puzzles written to "
        FUNCTION TRIM(SUDOKU-GENERATED-FILE-NAME).
GENERATE-PARAGRAPH-EXIT.
    EXIT.

GENERATE-ONE-PUZZLE.
*> a complete solved board first: seed row 1 with a random
*> permutation, let the solver fill in the rest (the bounded search
*> leaves its winning grid in place), then dig givens back out
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 9
    MOVE 1 TO MAX-SOLUTIONS.
    CALL 'TABLE-ANALYSIS' USING SUDOKU-TABLE, SOLUTIONS-COUNTER,
        STEPS-COUNTER, MAX-SOLUTIONS, BOARD-SIZE, BOX-ROWS, BOX-COLS.
    IF SOLUTIONS-COUNTER = ZERO THEN
        *> no complete board exists under the chosen rules - stop the
        *> set here rather than write empty grids
        DISPLAY "No complete board can be built under these rules."
        MOVE GEN-COUNT TO GEN-PUZZLE-TARGET
        GO TO GENERATE-ONE-PUZZLE-EXIT
    END-IF.

    COMPUTE GEN-CELLS-FILLED = BOARD-SIZE * BOARD-SIZE.
    COMPUTE GEN-MAX-ATTEMPTS = GEN-CELLS-FILLED * 10.
    MOVE GEN-CELLS-FILLED TO GEN-GIVENS-EDIT.
    MOVE GEN-COUNT TO GEN-COUNT-EDIT.
    DISPLAY "Puzzle " FUNCTION TRIM(GEN-COUNT-EDIT) ": "
        FUNCTION TRIM(GEN-GIVENS-EDIT) " givens, unique solution.".
GENERATE-ONE-PUZZLE-EXIT.
    EXIT.

SHUFFLE-SEED-ROW.
*> Fisher-Yates over 1..BOARD-SIZE, moved into the first row -
    EXIT.

WRITE-GENERATED-PUZZLE.
*> exactly the line VALIDATE-PUZZLE-LINE parses back in
    MOVE SPACES TO GEN-LINE.
    MOVE 1 TO GEN-LINE-PTR.
    IF DIAGONAL-RULE THEN
        STRING "X," DELIMITED BY SIZE
            INTO GEN-LINE WITH POINTER GEN-LINE-PTR
    END-IF.
    IF BOARD-SIZE = 6 THEN
        STRING "6," DELIMITED BY SIZE
            INTO GEN-LINE WITH POINTER GEN-LINE-PTR
    MOVE "FORMAT" TO JH-RUN-MODE.
    MOVE SUDOKU-GENERATED-FILE-NAME (1:24) TO JH-RUN-INPUT.
    MOVE SUDOKU-GENERATED-FILE-NAME (1:16) TO PUZZLE-SOURCE-NAME.
    PERFORM OPEN-CATALOG-PARAGRAPH.
    OPEN INPUT SUDOKU-GENERATED-FILE.
    IF NOT GENERATED-FILE-GOOD THEN
        DISPLAY "Could not open " SUDOKU-GENERATED-FILE-NAME
    PERFORM WRITE-SOLUTIONS-SECTION-PARAGRAPH
        THRU WRITE-SOLUTIONS-SECTION-EXIT.
    CLOSE SUDOKU-BOOK-FILE.
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    MOVE BOOK-COUNT TO JH-RUN-PROCESSED.
    MOVE BOOK-REJECTS TO JH-RUN-REJECTS.
    DISPLAY BOOK-COUNT " puzzles formatted into "
    MOVE CURRENT-PUZZLE-ID TO BOOK-ID (BOOK-COUNT).
    MOVE CURRENT-PUZZLE-NAME TO BOOK-NAME (BOOK-COUNT).
    MOVE PUZZLE-GRADE TO BOOK-GRADE (BOOK-COUNT).
    IF DIAGONAL-RULE THEN
        MOVE "X" TO BOOK-VARIANT (BOOK-COUNT)
    ELSE
        MOVE SPACE TO BOOK-VARIANT (BOOK-COUNT)
    END-IF.
    IF SOLUTIONS-COUNTER > ZERO THEN
        MOVE "Y" TO BOOK-SOLVED (BOOK-COUNT)
        PERFORM BUILD-SOLVED-LINE-PARAGRAPH

PLACE-BOOK-PUZZLE-PARAGRAPH.
*> caption plus grid on the current page, opening a new page every
*> BOOK-PER-PAGE puzzles; a diagonal puzzle says so in its caption,
*> since the printed grid alone looks like a plain one
    IF BOOK-ON-PAGE = ZERO THEN
        PERFORM WRITE-BOOK-PAGE-HEADER-PARAGRAPH
    END-IF.
    MOVE BOOK-ID (BOOK-COUNT) TO WS-PUZZLE-ID-EDIT.
    MOVE SPACES TO WS-BOOK-LINE.
    MOVE 1 TO BOOK-LINE-PTR.
    STRING "Puzzle ID " FUNCTION TRIM(WS-PUZZLE-ID-EDIT) " "
        FUNCTION TRIM(BOOK-NAME (BOOK-COUNT)) " - "
        DELIMITED BY SIZE INTO WS-BOOK-LINE
        WITH POINTER BOOK-LINE-PTR.
    IF BOOK-VARIANT (BOOK-COUNT) = "X" THEN
        STRING "X-SUDOKU (DIAGONALS TOO) - " DELIMITED BY SIZE
            INTO WS-BOOK-LINE WITH POINTER BOOK-LINE-PTR
    END-IF.
    IF BOOK-SOLVED (BOOK-COUNT) = "Y" THEN
        STRING FUNCTION TRIM(BOOK-GRADE (BOOK-COUNT))
            DELIMITED BY SIZE INTO WS-BOOK-LINE
            WITH POINTER BOOK-LINE-PTR
    ELSE
        STRING "NO SOLUTION" DELIMITED BY SIZE
            INTO WS-BOOK-LINE WITH POINTER BOOK-LINE-PTR
    END-IF.
    WRITE SUDOKU-BOOK-RECORD FROM WS-BOOK-LINE.
    MOVE SPACES TO SUDOKU-BOOK-RECORD.
            END-IF
            MOVE BOOK-ID (BOOK-IDX) TO WS-PUZZLE-ID-EDIT
            MOVE SPACES TO WS-BOOK-LINE
            IF BOOK-VARIANT (BOOK-IDX) = "X" THEN
                STRING "Solution for puzzle ID "
                    FUNCTION TRIM(WS-PUZZLE-ID-EDIT) " (X-SUDOKU)"
                    DELIMITED BY SIZE INTO WS-BOOK-LINE
            ELSE
                STRING "Solution for puzzle ID "
                    FUNCTION TRIM(WS-PUZZLE-ID-EDIT)
                    DELIMITED BY SIZE INTO WS-BOOK-LINE
            END-IF
            WRITE SUDOKU-BOOK-RECORD FROM WS-BOOK-LINE
            MOVE SPACES TO SUDOKU-BOOK-RECORD
            WRITE SUDOKU-BOOK-RECORD
WRITE-SOLUTIONS-SECTION-EXIT.
    EXIT.

LOGIC-PARAGRAPH.
*> work every puzzle in the input with human techniques only and key
*> the outcome on its catalog ID in the technique file - a puzzle
*> seen again just has its record rewritten
    MOVE "LOGIC" TO JH-RUN-MODE.
    MOVE SUDOKU-LOGIC-INPUT-FILE-NAME (1:24) TO JH-RUN-INPUT.
    MOVE SUDOKU-LOGIC-INPUT-FILE-NAME (1:16) TO PUZZLE-SOURCE-NAME.
    OPEN INPUT SUDOKU-LOGIC-INPUT-FILE.
    IF NOT LOGIC-INPUT-GOOD THEN
        DISPLAY "Could not open " SUDOKU-LOGIC-INPUT-FILE-NAME
            " status " WS-LOGIC-INPUT-STATUS
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO LOGIC-PARAGRAPH-EXIT
    END-IF.
    OPEN I-O SUDOKU-TECHNIQUE-FILE.
    IF TECHNIQUE-FILE-MISSING THEN
        OPEN OUTPUT SUDOKU-TECHNIQUE-FILE
        CLOSE SUDOKU-TECHNIQUE-FILE
        OPEN I-O SUDOKU-TECHNIQUE-FILE
    END-IF.
    IF NOT TECHNIQUE-FILE-GOOD THEN
        DISPLAY "Could not open " SUDOKU-TECHNIQUE-FILE-NAME
            " status " WS-TECHNIQUE-STATUS
        MOVE "ERROR" TO JH-RUN-STATUS
        CLOSE SUDOKU-LOGIC-INPUT-FILE
        GO TO LOGIC-PARAGRAPH-EXIT
    END-IF.
    PERFORM OPEN-CATALOG-PARAGRAPH.

    PERFORM UNTIL END-OF-LOGIC-INPUT
        READ SUDOKU-LOGIC-INPUT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SUDOKU-LOGIC-INPUT-RECORD NOT = SPACES THEN
                    PERFORM ANALYSE-LOGIC-PUZZLE
                        THRU ANALYSE-LOGIC-PUZZLE-EXIT
                END-IF
        END-READ
    END-PERFORM.

    CLOSE SUDOKU-LOGIC-INPUT-FILE.
    CLOSE SUDOKU-TECHNIQUE-FILE.
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    MOVE LG-PUZZLES TO JH-RUN-PROCESSED.
    MOVE LG-REJECTS TO JH-RUN-REJECTS.
    DISPLAY LG-PUZZLES " puzzles analysed: " LG-LOGIC-SOLVED
        " by logic alone, " LG-NEED-GUESS " need trial and error, "
        LG-NO-SOLUTION " have no solution".
    IF LG-REJECTS > ZERO THEN
        DISPLAY LG-REJECTS " lines skipped"
    END-IF.
LOGIC-PARAGRAPH-EXIT.
    EXIT.

ANALYSE-LOGIC-PUZZLE.
*> validate and key the line exactly as batch mode does, work it by
*> logic, then let the solver settle GUESS against NOSOLN when logic
*> alone did not finish
    MOVE SUDOKU-LOGIC-INPUT-RECORD TO SUDOKU-PUZZLE-RECORD.
    ADD 1 TO PUZZLE-NUMBER.
    MOVE PUZZLE-NUMBER TO WS-SUDOKU-EDIT.
    PERFORM VALIDATE-PUZZLE-LINE THRU VALIDATE-PUZZLE-LINE-EXIT.
    IF NOT PUZZLE-LINE-VALID THEN
        ADD 1 TO LG-REJECTS
        DISPLAY "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT)
            ": REJECTED - " FUNCTION TRIM(REJECT-REASON)
        GO TO ANALYSE-LOGIC-PUZZLE-EXIT
    END-IF.
    PERFORM RESOLVE-PUZZLE-ID-PARAGRAPH.
    IF CURRENT-PUZZLE-ID = ZERO THEN
        *> the technique file is keyed on the catalog ID
        ADD 1 TO LG-REJECTS
        DISPLAY "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT)
            ": SKIPPED - NOT CATALOGED"
        GO TO ANALYSE-LOGIC-PUZZLE-EXIT
    END-IF.
    ADD 1 TO LG-PUZZLES.
    PERFORM LOGIC-SOLVE-PARAGRAPH THRU LOGIC-SOLVE-EXIT.
    IF LG-SOLVED THEN
        MOVE "LOGIC" TO LG-RESULT
        ADD 1 TO LG-LOGIC-SOLVED
    ELSE
        *> SUDOKU-TABLE still holds the givens - logic works on its
        *> own copy
        MOVE ZERO TO SOLUTIONS-COUNTER
        MOVE ZERO TO STEPS-COUNTER
        MOVE 1 TO MAX-SOLUTIONS
        CALL 'TABLE-ANALYSIS' USING SUDOKU-TABLE, SOLUTIONS-COUNTER,
            STEPS-COUNTER, MAX-SOLUTIONS, BOARD-SIZE, BOX-ROWS, BOX-COLS
        IF SOLUTIONS-COUNTER > ZERO THEN
            MOVE "GUESS" TO LG-RESULT
            ADD 1 TO LG-NEED-GUESS
        ELSE
            MOVE "NOSOLN" TO LG-RESULT
            ADD 1 TO LG-NO-SOLUTION
        END-IF
    END-IF.
    PERFORM WRITE-TECHNIQUE-RECORD-PARAGRAPH.
    MOVE CURRENT-PUZZLE-ID TO WS-PUZZLE-ID-EDIT.
    DISPLAY "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT)
        " ID " FUNCTION TRIM(WS-PUZZLE-ID-EDIT) ": " LG-RESULT
        " NS:" LG-NAKED-SINGLES " HS:" LG-HIDDEN-SINGLES
        " NP:" LG-NAKED-PAIRS " NT:" LG-NAKED-TRIPLES
        " PP:" LG-POINTING " BL:" LG-BOX-LINE.
ANALYSE-LOGIC-PUZZLE-EXIT.
    EXIT.

WRITE-TECHNIQUE-RECORD-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
    MOVE SPACES TO SUDOKU-TECHNIQUE-RECORD.
    MOVE CURRENT-PUZZLE-ID TO TQ-REC-ID.
    MOVE WS-CURRENT-STAMP (1:8) TO TQ-REC-DATE.
    MOVE LG-RESULT TO TQ-REC-RESULT.
    MOVE LG-NAKED-SINGLES TO TQ-REC-NAKED-SINGLES.
    MOVE LG-HIDDEN-SINGLES TO TQ-REC-HIDDEN-SINGLES.
    MOVE LG-NAKED-PAIRS TO TQ-REC-NAKED-PAIRS.
    MOVE LG-NAKED-TRIPLES TO TQ-REC-NAKED-TRIPLES.
    MOVE LG-POINTING TO TQ-REC-POINTING.
    MOVE LG-BOX-LINE TO TQ-REC-BOX-LINE.
    MOVE LG-EMPTY TO TQ-REC-OPEN-CELLS.
    MOVE SUDOKU-PUZZLE-RECORD TO TQ-REC-GRID.
    WRITE SUDOKU-TECHNIQUE-RECORD
        INVALID KEY
            REWRITE SUDOKU-TECHNIQUE-RECORD
                INVALID KEY
                    DISPLAY "Technique record for ID " TQ-REC-ID
                        " not written (status " WS-TECHNIQUE-STATUS ")"
            END-REWRITE
    END-WRITE
.

LOGIC-SOLVE-PARAGRAPH.
*> one technique at a time, always restarting from the simplest after
*> anything changes - the way a person works the grid - until the
*> grid is full, nothing applies any more, or an empty cell has no
*> candidate left
    PERFORM LOGIC-INIT-PARAGRAPH.
    PERFORM LOGIC-CHECK-BROKEN-PARAGRAPH.
    PERFORM LOGIC-STEP-PARAGRAPH THRU LOGIC-STEP-EXIT
        UNTIL NOT LG-RUNNING.
LOGIC-SOLVE-EXIT.
    EXIT.

LOGIC-INIT-PARAGRAPH.
*> copy the givens, lay out the units for this board size and pencil
*> in every candidate the givens leave open
    MOVE ZERO TO LG-NAKED-SINGLES LG-HIDDEN-SINGLES LG-NAKED-PAIRS
        LG-NAKED-TRIPLES LG-POINTING LG-BOX-LINE.
    MOVE "R" TO LG-STATE.
    MOVE ZERO TO LG-EMPTY.
    COMPUTE LG-UNIT-COUNT = BOARD-SIZE * 3.
    DIVIDE BOARD-SIZE BY BOX-COLS GIVING LG-BOXES-PER-BAND.
    PERFORM VARYING LG-R FROM 1 BY 1 UNTIL LG-R > BOARD-SIZE
        PERFORM VARYING LG-K FROM 1 BY 1 UNTIL LG-K > BOARD-SIZE
            MOVE LG-R TO LG-UR (LG-R, LG-K)
            MOVE LG-K TO LG-UC (LG-R, LG-K)
            COMPUTE LG-U = BOARD-SIZE + LG-R
            MOVE LG-K TO LG-UR (LG-U, LG-K)
            MOVE LG-R TO LG-UC (LG-U, LG-K)
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING LG-B FROM 1 BY 1 UNTIL LG-B > BOARD-SIZE
        COMPUTE LG-U = BOARD-SIZE * 2 + LG-B
        COMPUTE LG-OFFSET = LG-B - 1
        DIVIDE LG-OFFSET BY LG-BOXES-PER-BAND GIVING LG-BAND
            REMAINDER LG-STACK
        PERFORM VARYING LG-K FROM 1 BY 1 UNTIL LG-K > BOARD-SIZE
            COMPUTE LG-OFFSET = LG-K - 1
            DIVIDE LG-OFFSET BY BOX-COLS GIVING LG-TR
                REMAINDER LG-TC
            COMPUTE LG-UR (LG-U, LG-K) = LG-BAND * BOX-ROWS + LG-TR + 1
            COMPUTE LG-UC (LG-U, LG-K) = LG-STACK * BOX-COLS + LG-TC + 1
        END-PERFORM
    END-PERFORM.
    IF DIAGONAL-RULE THEN
        COMPUTE LG-UNIT-COUNT = BOARD-SIZE * 3 + 2
        COMPUTE LG-U = BOARD-SIZE * 3 + 1
        COMPUTE LG-PU = LG-U + 1
        PERFORM VARYING LG-K FROM 1 BY 1 UNTIL LG-K > BOARD-SIZE
            MOVE LG-K TO LG-UR (LG-U, LG-K)
            MOVE LG-K TO LG-UC (LG-U, LG-K)
            MOVE LG-K TO LG-UR (LG-PU, LG-K)
            COMPUTE LG-UC (LG-PU, LG-K) = BOARD-SIZE + 1 - LG-K
        END-PERFORM
    END-IF.
    PERFORM VARYING LG-R FROM 1 BY 1 UNTIL LG-R > BOARD-SIZE
        PERFORM VARYING LG-C FROM 1 BY 1 UNTIL LG-C > BOARD-SIZE
            MOVE TABLEY (LG-R, LG-C) TO LG-CELL (LG-R, LG-C)
            MOVE ZEROES TO LG-CAND-SET (LG-R, LG-C)
            MOVE ZERO TO LG-CAND-COUNT (LG-R, LG-C)
            IF LG-CELL (LG-R, LG-C) = ZERO THEN
                ADD 1 TO LG-EMPTY
                MOVE BOARD-SIZE TO LG-CAND-COUNT (LG-R, LG-C)
                PERFORM VARYING LG-V FROM 1 BY 1
                        UNTIL LG-V > BOARD-SIZE
                    MOVE 1 TO LG-CAND (LG-R, LG-C, LG-V)
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING LG-R FROM 1 BY 1 UNTIL LG-R > BOARD-SIZE
        PERFORM VARYING LG-C FROM 1 BY 1 UNTIL LG-C > BOARD-SIZE
            IF LG-CELL (LG-R, LG-C) > ZERO THEN
                MOVE LG-CELL (LG-R, LG-C) TO LG-V
                PERFORM LOGIC-CLEAR-PEERS-PARAGRAPH
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-STEP-PARAGRAPH.
*> exactly one technique application per step, counted as one firing
    IF LG-EMPTY = ZERO THEN
        MOVE "S" TO LG-STATE
        GO TO LOGIC-STEP-EXIT
    END-IF.
    MOVE "N" TO LG-PROGRESS.
    PERFORM LOGIC-NAKED-SINGLE-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-NAKED-SINGLES
        GO TO LOGIC-STEP-CHECK
    END-IF.
    PERFORM LOGIC-HIDDEN-SINGLE-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-HIDDEN-SINGLES
        GO TO LOGIC-STEP-CHECK
    END-IF.
    PERFORM LOGIC-NAKED-PAIR-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-NAKED-PAIRS
        GO TO LOGIC-STEP-CHECK
    END-IF.
    PERFORM LOGIC-NAKED-TRIPLE-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-NAKED-TRIPLES
        GO TO LOGIC-STEP-CHECK
    END-IF.
    PERFORM LOGIC-POINTING-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-POINTING
        GO TO LOGIC-STEP-CHECK
    END-IF.
    PERFORM LOGIC-BOX-LINE-PARAGRAPH.
    IF LG-MADE-PROGRESS THEN
        ADD 1 TO LG-BOX-LINE
        GO TO LOGIC-STEP-CHECK
    END-IF.
    *> nothing applies - only trial and error could go on from here
    MOVE "T" TO LG-STATE.
    GO TO LOGIC-STEP-EXIT.
LOGIC-STEP-CHECK.
    PERFORM LOGIC-CHECK-BROKEN-PARAGRAPH.
LOGIC-STEP-EXIT.
    EXIT.

LOGIC-CHECK-BROKEN-PARAGRAPH.
*> an empty cell with no candidate left means the givens contradict
    PERFORM VARYING LG-R FROM 1 BY 1
            UNTIL LG-R > BOARD-SIZE OR LG-BROKEN
        PERFORM VARYING LG-C FROM 1 BY 1
                UNTIL LG-C > BOARD-SIZE OR LG-BROKEN
            IF LG-CELL (LG-R, LG-C) = ZERO
                    AND LG-CAND-COUNT (LG-R, LG-C) = ZERO THEN
                MOVE "X" TO LG-STATE
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-NAKED-SINGLE-PARAGRAPH.
*> a cell with one candidate left takes it
    PERFORM VARYING LG-R FROM 1 BY 1
            UNTIL LG-R > BOARD-SIZE OR LG-MADE-PROGRESS
        PERFORM VARYING LG-C FROM 1 BY 1
                UNTIL LG-C > BOARD-SIZE OR LG-MADE-PROGRESS
            IF LG-CELL (LG-R, LG-C) = ZERO
                    AND LG-CAND-COUNT (LG-R, LG-C) = 1 THEN
                PERFORM VARYING LG-V FROM 1 BY 1
                        UNTIL LG-CAND (LG-R, LG-C, LG-V) = 1
                    CONTINUE
                END-PERFORM
                PERFORM LOGIC-PLACE-PARAGRAPH
                MOVE "Y" TO LG-PROGRESS
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-HIDDEN-SINGLE-PARAGRAPH.
*> a value with only one possible cell in a row, column or box goes
*> there
    PERFORM VARYING LG-U FROM 1 BY 1
            UNTIL LG-U > LG-UNIT-COUNT OR LG-MADE-PROGRESS
        PERFORM VARYING LG-EV FROM 1 BY 1
                UNTIL LG-EV > BOARD-SIZE OR LG-MADE-PROGRESS
            PERFORM LOGIC-FIND-VALUE-IN-UNIT
            IF LG-HIT-COUNT = 1 THEN
                MOVE LG-HIT-R TO LG-R
                MOVE LG-HIT-C TO LG-C
                MOVE LG-EV TO LG-V
                PERFORM LOGIC-PLACE-PARAGRAPH
                MOVE "Y" TO LG-PROGRESS
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-FIND-VALUE-IN-UNIT.
*> where can LG-EV still go in unit LG-U - how many cells, the last
*> of them, and whether they all share a row, a column or a box
    MOVE ZERO TO LG-HIT-COUNT.
    MOVE "Y" TO LG-SAME-ROW.
    MOVE "Y" TO LG-SAME-COL.
    MOVE "Y" TO LG-SAME-BOX.
    PERFORM VARYING LG-K FROM 1 BY 1 UNTIL LG-K > BOARD-SIZE
        MOVE LG-UR (LG-U, LG-K) TO LG-TR
        MOVE LG-UC (LG-U, LG-K) TO LG-TC
        IF LG-CELL (LG-TR, LG-TC) = ZERO
                AND LG-CAND (LG-TR, LG-TC, LG-EV) = 1 THEN
            PERFORM LOGIC-BOX-OF-PARAGRAPH
            IF LG-HIT-COUNT > ZERO THEN
                IF LG-TR NOT = LG-HIT-R THEN
                    MOVE "N" TO LG-SAME-ROW
                END-IF
                IF LG-TC NOT = LG-HIT-C THEN
                    MOVE "N" TO LG-SAME-COL
                END-IF
                IF LG-TB NOT = LG-HIT-B THEN
                    MOVE "N" TO LG-SAME-BOX
                END-IF
            END-IF
            ADD 1 TO LG-HIT-COUNT
            MOVE LG-TR TO LG-HIT-R
            MOVE LG-TC TO LG-HIT-C
            MOVE LG-TB TO LG-HIT-B
        END-IF
    END-PERFORM
.

LOGIC-NAKED-PAIR-PARAGRAPH.
*> two cells of a unit holding the same two candidates and nothing
*> else own those two values - strike them from the rest of the unit
    PERFORM VARYING LG-U FROM 1 BY 1
            UNTIL LG-U > LG-UNIT-COUNT OR LG-MADE-PROGRESS
        PERFORM VARYING LG-K1 FROM 1 BY 1
                UNTIL LG-K1 > BOARD-SIZE OR LG-MADE-PROGRESS
            MOVE LG-UR (LG-U, LG-K1) TO LG-R
            MOVE LG-UC (LG-U, LG-K1) TO LG-C
            IF LG-CELL (LG-R, LG-C) = ZERO
                    AND LG-CAND-COUNT (LG-R, LG-C) = 2 THEN
                PERFORM VARYING LG-K2 FROM LG-K1 BY 1
                        UNTIL LG-K2 > BOARD-SIZE OR LG-MADE-PROGRESS
                    MOVE LG-UR (LG-U, LG-K2) TO LG-R2
                    MOVE LG-UC (LG-U, LG-K2) TO LG-C2
                    IF LG-K2 > LG-K1
                            AND LG-CELL (LG-R2, LG-C2) = ZERO
                            AND LG-CAND-SET (LG-R2, LG-C2)
                                = LG-CAND-SET (LG-R, LG-C) THEN
                        MOVE LG-CAND-SET (LG-R, LG-C) TO LG-UNION
                        MOVE ZERO TO LG-K3
                        PERFORM LOGIC-STRIKE-UNION-PARAGRAPH
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-NAKED-TRIPLE-PARAGRAPH.
*> three cells of a unit whose candidates together come to exactly
*> three values own those values - strike them from the rest
    PERFORM VARYING LG-U FROM 1 BY 1
            UNTIL LG-U > LG-UNIT-COUNT OR LG-MADE-PROGRESS
        PERFORM VARYING LG-K1 FROM 1 BY 1
                UNTIL LG-K1 > BOARD-SIZE OR LG-MADE-PROGRESS
            MOVE LG-UR (LG-U, LG-K1) TO LG-R
            MOVE LG-UC (LG-U, LG-K1) TO LG-C
            IF LG-CELL (LG-R, LG-C) = ZERO
                    AND LG-CAND-COUNT (LG-R, LG-C) < 4 THEN
                PERFORM VARYING LG-K2 FROM LG-K1 BY 1
                        UNTIL LG-K2 > BOARD-SIZE OR LG-MADE-PROGRESS
                    IF LG-K2 > LG-K1 THEN
                        PERFORM LOGIC-TRIPLE-THIRD-PARAGRAPH
                            THRU LOGIC-TRIPLE-THIRD-EXIT
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-TRIPLE-THIRD-PARAGRAPH.
*> second cell fixed at LG-K2 - try every third cell after it
    MOVE LG-UR (LG-U, LG-K2) TO LG-R2.
    MOVE LG-UC (LG-U, LG-K2) TO LG-C2.
    IF LG-CELL (LG-R2, LG-C2) NOT = ZERO
            OR LG-CAND-COUNT (LG-R2, LG-C2) > 3 THEN
        GO TO LOGIC-TRIPLE-THIRD-EXIT
    END-IF.
    PERFORM VARYING LG-K3 FROM LG-K2 BY 1
            UNTIL LG-K3 > BOARD-SIZE OR LG-MADE-PROGRESS
        MOVE LG-UR (LG-U, LG-K3) TO LG-R3
        MOVE LG-UC (LG-U, LG-K3) TO LG-C3
        IF LG-K3 > LG-K2
                AND LG-CELL (LG-R3, LG-C3) = ZERO
                AND LG-CAND-COUNT (LG-R3, LG-C3) < 4 THEN
            MOVE ZERO TO LG-UNION-COUNT
            PERFORM VARYING LG-EV FROM 1 BY 1 UNTIL LG-EV > 9
                IF LG-CAND (LG-R, LG-C, LG-EV) = 1
                        OR LG-CAND (LG-R2, LG-C2, LG-EV) = 1
                        OR LG-CAND (LG-R3, LG-C3, LG-EV) = 1 THEN
                    MOVE 1 TO LG-UNION-FLAG (LG-EV)
                    ADD 1 TO LG-UNION-COUNT
                ELSE
                    MOVE ZERO TO LG-UNION-FLAG (LG-EV)
                END-IF
            END-PERFORM
            IF LG-UNION-COUNT = 3 THEN
                PERFORM LOGIC-STRIKE-UNION-PARAGRAPH
            END-IF
        END-IF
    END-PERFORM.
LOGIC-TRIPLE-THIRD-EXIT.
    EXIT.

LOGIC-STRIKE-UNION-PARAGRAPH.
*> strike every value in LG-UNION from the cells of unit LG-U other
*> than the pair at LG-K1 / LG-K2 (and LG-K3 for a triple)
    MOVE ZERO TO LG-ELIMINATED.
    PERFORM VARYING LG-PK FROM 1 BY 1 UNTIL LG-PK > BOARD-SIZE
        IF LG-PK NOT = LG-K1 AND LG-PK NOT = LG-K2
                AND LG-PK NOT = LG-K3 THEN
            MOVE LG-UR (LG-U, LG-PK) TO LG-TR
            MOVE LG-UC (LG-U, LG-PK) TO LG-TC
            PERFORM VARYING LG-EV FROM 1 BY 1
                    UNTIL LG-EV > BOARD-SIZE
                IF LG-UNION-FLAG (LG-EV) = 1 THEN
                    PERFORM LOGIC-ELIMINATE-PARAGRAPH
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    IF LG-ELIMINATED > ZERO THEN
        MOVE "Y" TO LG-PROGRESS
    END-IF
.

LOGIC-POINTING-PARAGRAPH.
*> a value confined to one row or one column inside a box cannot sit
*> anywhere else on that row or column
    PERFORM VARYING LG-B FROM 1 BY 1
            UNTIL LG-B > BOARD-SIZE OR LG-MADE-PROGRESS
        COMPUTE LG-U = BOARD-SIZE * 2 + LG-B
        PERFORM VARYING LG-EV FROM 1 BY 1
                UNTIL LG-EV > BOARD-SIZE OR LG-MADE-PROGRESS
            PERFORM LOGIC-FIND-VALUE-IN-UNIT
            IF LG-HIT-COUNT > 1 THEN
                MOVE ZERO TO LG-ELIMINATED
                IF LG-ALL-SAME-ROW THEN
                    MOVE LG-HIT-R TO LG-TR
                    PERFORM VARYING LG-TC FROM 1 BY 1
                            UNTIL LG-TC > BOARD-SIZE
                        PERFORM LOGIC-BOX-OF-PARAGRAPH
                        IF LG-TB NOT = LG-B THEN
                            PERFORM LOGIC-ELIMINATE-PARAGRAPH
                        END-IF
                    END-PERFORM
                END-IF
                IF LG-ALL-SAME-COL THEN
                    MOVE LG-HIT-C TO LG-TC
                    PERFORM VARYING LG-TR FROM 1 BY 1
                            UNTIL LG-TR > BOARD-SIZE
                        PERFORM LOGIC-BOX-OF-PARAGRAPH
                        IF LG-TB NOT = LG-B THEN
                            PERFORM LOGIC-ELIMINATE-PARAGRAPH
                        END-IF
                    END-PERFORM
                END-IF
                IF LG-ELIMINATED > ZERO THEN
                    MOVE "Y" TO LG-PROGRESS
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-BOX-LINE-PARAGRAPH.
*> a value confined to one box along a row or column cannot sit
*> anywhere else in that box
    COMPUTE LG-LINE-UNITS = BOARD-SIZE * 2.
    PERFORM VARYING LG-U FROM 1 BY 1
            UNTIL LG-U > LG-LINE-UNITS OR LG-MADE-PROGRESS
        PERFORM VARYING LG-EV FROM 1 BY 1
                UNTIL LG-EV > BOARD-SIZE OR LG-MADE-PROGRESS
            PERFORM LOGIC-FIND-VALUE-IN-UNIT
            IF LG-HIT-COUNT > 1 AND LG-ALL-SAME-BOX THEN
                MOVE ZERO TO LG-ELIMINATED
                COMPUTE LG-PU = BOARD-SIZE * 2 + LG-HIT-B
                PERFORM VARYING LG-PK FROM 1 BY 1
                        UNTIL LG-PK > BOARD-SIZE
                    MOVE LG-UR (LG-PU, LG-PK) TO LG-TR
                    MOVE LG-UC (LG-PU, LG-PK) TO LG-TC
                    IF (LG-U <= BOARD-SIZE AND LG-TR NOT = LG-HIT-R)
                            OR (LG-U > BOARD-SIZE
                                AND LG-TC NOT = LG-HIT-C) THEN
                        PERFORM LOGIC-ELIMINATE-PARAGRAPH
                    END-IF
                END-PERFORM
                IF LG-ELIMINATED > ZERO THEN
                    MOVE "Y" TO LG-PROGRESS
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
.

LOGIC-PLACE-PARAGRAPH.
*> write LG-V into (LG-R, LG-C) and strike it from every peer
    MOVE LG-V TO LG-CELL (LG-R, LG-C).
    MOVE ZEROES TO LG-CAND-SET (LG-R, LG-C).
    MOVE ZERO TO LG-CAND-COUNT (LG-R, LG-C).
    SUBTRACT 1 FROM LG-EMPTY.
    PERFORM LOGIC-CLEAR-PEERS-PARAGRAPH
.

LOGIC-CLEAR-PEERS-PARAGRAPH.
*> the row, the column and the box of (LG-R, LG-C) lose LG-V, and
*> under the diagonal rule any long diagonal it sits on
    MOVE LG-V TO LG-EV.
    MOVE LG-R TO LG-TR.
    MOVE LG-C TO LG-TC.
    PERFORM LOGIC-BOX-OF-PARAGRAPH.
    COMPUTE LG-PU = BOARD-SIZE * 2 + LG-TB.
    PERFORM VARYING LG-PK FROM 1 BY 1 UNTIL LG-PK > BOARD-SIZE
        MOVE LG-R TO LG-TR
        MOVE LG-PK TO LG-TC
        PERFORM LOGIC-ELIMINATE-PARAGRAPH
        MOVE LG-PK TO LG-TR
        MOVE LG-C TO LG-TC
        PERFORM LOGIC-ELIMINATE-PARAGRAPH
        MOVE LG-UR (LG-PU, LG-PK) TO LG-TR
        MOVE LG-UC (LG-PU, LG-PK) TO LG-TC
        PERFORM LOGIC-ELIMINATE-PARAGRAPH
    END-PERFORM.
    IF DIAGONAL-RULE AND LG-R = LG-C THEN
        PERFORM VARYING LG-PK FROM 1 BY 1 UNTIL LG-PK > BOARD-SIZE
            MOVE LG-PK TO LG-TR
            MOVE LG-PK TO LG-TC
            PERFORM LOGIC-ELIMINATE-PARAGRAPH
        END-PERFORM
    END-IF.
    IF DIAGONAL-RULE AND LG-R + LG-C = BOARD-SIZE + 1 THEN
        PERFORM VARYING LG-PK FROM 1 BY 1 UNTIL LG-PK > BOARD-SIZE
            MOVE LG-PK TO LG-TR
            COMPUTE LG-TC = BOARD-SIZE + 1 - LG-PK
            PERFORM LOGIC-ELIMINATE-PARAGRAPH
        END-PERFORM
    END-IF
.

LOGIC-ELIMINATE-PARAGRAPH.
*> LG-EV is no longer possible in (LG-TR, LG-TC)
    IF LG-CELL (LG-TR, LG-TC) = ZERO
            AND LG-CAND (LG-TR, LG-TC, LG-EV) = 1 THEN
        MOVE ZERO TO LG-CAND (LG-TR, LG-TC, LG-EV)
        SUBTRACT 1 FROM LG-CAND-COUNT (LG-TR, LG-TC)
        ADD 1 TO LG-ELIMINATED
    END-IF
.

LOGIC-BOX-OF-PARAGRAPH.
*> box number of (LG-TR, LG-TC), counted across then down
    COMPUTE LG-OFFSET = LG-TR - 1.
    DIVIDE LG-OFFSET BY BOX-ROWS GIVING LG-BAND.
    COMPUTE LG-OFFSET = LG-TC - 1.
    DIVIDE LG-OFFSET BY BOX-COLS GIVING LG-STACK.
    COMPUTE LG-TB = LG-BAND * LG-BOXES-PER-BAND + LG-STACK + 1
.

PLAY-PARAGRAPH.
*> a training session at the console: one player, any number of
*> cataloged puzzles, every attempt timed and logged
    MOVE "PLAY" TO JH-RUN-MODE.
    MOVE "(console)" TO JH-RUN-INPUT.
    PERFORM OPEN-CATALOG-INPUT-PARAGRAPH.
    IF NOT CATALOG-IS-OPEN THEN
        DISPLAY "Catalog "
            FUNCTION TRIM(SUDOKU-CATALOG-FILE-NAME)
            " could not be opened - run a batch first to register puzzles."
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO PLAY-PARAGRAPH-EXIT
    END-IF.
    *> results are kept per player - no ID, no session
    DISPLAY BLANK-SCREEN.
    DISPLAY "SUDOKU PLAY" LINE 1 COL 3.
    DISPLAY "PLAYER ID:" LINE 3 COL 3.
    MOVE SPACES TO PLAYER-ID.
    ACCEPT PLAYER-ID LINE 3 COL 15.
    IF PLAYER-ID = SPACES THEN
        DISPLAY "A player ID is required to play."
        PERFORM CLOSE-CATALOG-PARAGRAPH
        GO TO PLAY-PARAGRAPH-EXIT
    END-IF.
    MOVE "N" TO PLAY-SESSION-FLAG.
    PERFORM PLAY-PUZZLE-PARAGRAPH THRU PLAY-PUZZLE-EXIT
        UNTIL PLAY-SESSION-OVER.
    PERFORM CLOSE-CATALOG-PARAGRAPH.
    MOVE PLAY-ATTEMPTS TO JH-RUN-PROCESSED.
    DISPLAY BLANK-SCREEN.
    DISPLAY "Play session finished." LINE 3 COL 5.
PLAY-PARAGRAPH-EXIT.
    EXIT.

PLAY-PUZZLE-PARAGRAPH.
*> choose a puzzle by catalog ID, solve a copy for the checks, then
*> play it out; the 6x6 training boards only exist in batch form, so
*> they stay out just as they do for a catalog load
    DISPLAY BLANK-SCREEN.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "SUDOKU PLAY - PLAYER " PLAYER-ID
        DELIMITED BY SIZE INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 1 COL 3.
    DISPLAY "PUZZLE ID (BLANK TO FINISH):" LINE 3 COL 3.
    MOVE SPACES TO CAT-ARG-TEXT.
    ACCEPT CAT-ARG-TEXT LINE 3 COL 32.
    IF CAT-ARG-TEXT = SPACES THEN
        MOVE "Y" TO PLAY-SESSION-FLAG
        GO TO PLAY-PUZZLE-EXIT
    END-IF.
    COMPUTE WS-LOOKUP-ID = FUNCTION NUMVAL(CAT-ARG-TEXT).
    PERFORM FIND-CATALOG-BY-ID.
    IF NOT CATALOG-HIT THEN
        DISPLAY "NO ENTRY WITH THAT ID - PRESS ENTER" LINE 5 COL 3
        ACCEPT PRESS-ENTER LINE 5 COL 40
        GO TO PLAY-PUZZLE-EXIT
    END-IF.
    IF CAT-REC-GRID (1:2) = "6," THEN
        DISPLAY "6X6 BOARDS CANNOT LOAD INTO THE 9X9 SCREEN"
            LINE 5 COL 3
        ACCEPT PRESS-ENTER LINE 5 COL 48
        GO TO PLAY-PUZZLE-EXIT
    END-IF.
    MOVE CAT-REC-GRID TO SUDOKU-PUZZLE-RECORD.
    PERFORM LOAD-PUZZLE-PARAGRAPH.
    MOVE CAT-REC-ID TO CURRENT-PUZZLE-ID.
    MOVE CAT-REC-NAME TO CURRENT-PUZZLE-NAME.
    IF CAT-DIAGONAL THEN
        MOVE "Y" TO DIAGONAL-RULE-FLAG
    ELSE
        MOVE "N" TO DIAGONAL-RULE-FLAG
    END-IF.
    PERFORM CAPTURE-FINGERPRINT-PARAGRAPH.
    *> the player works on SUDOKU-TABLE; the solver gets a copy and
    *> stops at the first solution it finds
    MOVE SUDOKU-TABLE TO PLAY-SOLUTION-TABLE.
    MOVE ZERO TO SOLUTIONS-COUNTER.
    MOVE ZERO TO STEPS-COUNTER.
    MOVE 1 TO MAX-SOLUTIONS.
    CALL 'TABLE-ANALYSIS' USING PLAY-SOLUTION-TABLE, SOLUTIONS-COUNTER,
        STEPS-COUNTER, MAX-SOLUTIONS, BOARD-SIZE, BOX-ROWS, BOX-COLS.
    PERFORM GRADE-PUZZLE-PARAGRAPH.
    IF SOLUTIONS-COUNTER = ZERO THEN
        DISPLAY "THIS PUZZLE HAS NO SOLUTION - PRESS ENTER"
            LINE 5 COL 3
        ACCEPT PRESS-ENTER LINE 5 COL 46
        GO TO PLAY-PUZZLE-EXIT
    END-IF.
    MOVE ALL "N" TO PLAY-MARKS.
    MOVE ZERO TO PLAY-CHECKS.
    MOVE ZERO TO PLAY-ERRORS.
    MOVE SPACES TO PLAY-MESSAGE.
    MOVE FUNCTION CURRENT-DATE TO PLAY-START-STAMP.
    MOVE "P" TO PLAY-STATE.
    PERFORM PLAY-MOVE-PARAGRAPH THRU PLAY-MOVE-EXIT
        UNTIL NOT PLAY-IN-PROGRESS.
    PERFORM PLAY-ELAPSED-PARAGRAPH.
    PERFORM WRITE-PLAYER-RESULT-PARAGRAPH.
    ADD 1 TO PLAY-ATTEMPTS.
    PERFORM SHOW-PLAY-BOARD-PARAGRAPH.
    IF PLAY-COMPLETED THEN
        STRING "SOLVED IN " FUNCTION TRIM(PLAY-TIME-TEXT)
            DELIMITED BY SIZE INTO PLAY-MESSAGE
    ELSE
        STRING "GIVEN UP AFTER " FUNCTION TRIM(PLAY-TIME-TEXT)
            DELIMITED BY SIZE INTO PLAY-MESSAGE
    END-IF.
    DISPLAY PLAY-MESSAGE HIGHLIGHT LINE 21 COL 5.
    DISPLAY "PRESS ENTER." LINE 23 COL 5.
    ACCEPT PRESS-ENTER LINE 23 COL 18.
PLAY-PUZZLE-EXIT.
    EXIT.

PLAY-MOVE-PARAGRAPH.
*> redraw and take one command: a move as row, column and value (a
*> value of 0 clears the cell), C to check, Q to give the puzzle up
    PERFORM PLAY-ELAPSED-PARAGRAPH.
    PERFORM SHOW-PLAY-BOARD-PARAGRAPH.
    DISPLAY PLAY-MESSAGE LINE 21 COL 5.
    DISPLAY "MOVE: ROW COL VALUE (E.G. 4 7 2 - VALUE 0 CLEARS)"
        LINE 23 COL 5.
    DISPLAY "C - CHECK     Q - GIVE UP" LINE 24 COL 5.
    DISPLAY "ENTER RESPONSE:" LINE 26 COL 5.
    MOVE SPACES TO PLAY-INPUT.
    ACCEPT PLAY-INPUT LINE 26 COL 21.
    MOVE SPACES TO PLAY-MESSAGE.
    MOVE FUNCTION TRIM(PLAY-INPUT) TO PLAY-INPUT.
    MOVE PLAY-INPUT (1:1) TO PLAY-CMD.
    IF PLAY-CMD-QUIT THEN
        MOVE "A" TO PLAY-STATE
        GO TO PLAY-MOVE-EXIT
    END-IF.
    IF PLAY-CMD-CHECK THEN
        ADD 1 TO PLAY-CHECKS
        PERFORM PLAY-CHECK-PARAGRAPH
        IF PLAY-WRONG-NOW = ZERO THEN
            MOVE "NO MISTAKES SO FAR" TO PLAY-MESSAGE
        ELSE
            MOVE PLAY-WRONG-NOW TO PLAY-COUNT-EDIT
            STRING FUNCTION TRIM(PLAY-COUNT-EDIT)
                " WRONG CELL(S) SHOWN IN RED"
                DELIMITED BY SIZE INTO PLAY-MESSAGE
        END-IF
        GO TO PLAY-MOVE-EXIT
    END-IF.
    *> any separators will do between the three digits
    MOVE ZERO TO PLAY-DIGIT-COUNT.
    PERFORM VARYING PLAY-POS FROM 1 BY 1 UNTIL PLAY-POS > 12
        IF PLAY-INPUT (PLAY-POS:1) IS NUMERIC THEN
            ADD 1 TO PLAY-DIGIT-COUNT
            IF PLAY-DIGIT-COUNT <= 3 THEN
                MOVE PLAY-INPUT (PLAY-POS:1)
                    TO PLAY-DIGIT (PLAY-DIGIT-COUNT)
            END-IF
        END-IF
    END-PERFORM.
    IF PLAY-DIGIT-COUNT NOT = 3 THEN
        MOVE "ENTER ROW, COLUMN AND VALUE - E.G. 4 7 2"
            TO PLAY-MESSAGE
        GO TO PLAY-MOVE-EXIT
    END-IF.
    MOVE PLAY-DIGIT (1) TO PLAY-R.
    MOVE PLAY-DIGIT (2) TO PLAY-C.
    MOVE PLAY-DIGIT (3) TO PLAY-V.
    IF PLAY-R = ZERO OR PLAY-C = ZERO THEN
        MOVE "ROWS AND COLUMNS RUN FROM 1 TO 9" TO PLAY-MESSAGE
        GO TO PLAY-MOVE-EXIT
    END-IF.
    COMPUTE PUZZLE-CHAR-POS = (PLAY-R - 1) * 9 + PLAY-C.
    IF WS-PUZZLE-FINGERPRINT (PUZZLE-CHAR-POS:1) NOT = "0" THEN
        MOVE "THAT CELL IS A GIVEN AND CANNOT BE CHANGED"
            TO PLAY-MESSAGE
        GO TO PLAY-MOVE-EXIT
    END-IF.
    MOVE PLAY-V TO TABLEY (PLAY-R, PLAY-C).
    MOVE "N" TO PLAY-WRONG (PLAY-R, PLAY-C).
    MOVE "N" TO PLAY-COUNTED (PLAY-R, PLAY-C).
    *> a full board is checked straight away (not charged as a check) -
    *> it either finishes the puzzle or shows what keeps it open
    MOVE ZERO TO PLAY-OPEN-CELLS.
    INSPECT SUDOKU-TABLE TALLYING PLAY-OPEN-CELLS FOR ALL "0".
    IF PLAY-OPEN-CELLS = ZERO THEN
        PERFORM PLAY-CHECK-PARAGRAPH
        IF PLAY-WRONG-NOW = ZERO THEN
            MOVE "C" TO PLAY-STATE
        ELSE
            MOVE PLAY-WRONG-NOW TO PLAY-COUNT-EDIT
            STRING "BOARD FULL - " FUNCTION TRIM(PLAY-COUNT-EDIT)
                " WRONG CELL(S) SHOWN IN RED"
                DELIMITED BY SIZE INTO PLAY-MESSAGE
        END-IF
    END-IF.
PLAY-MOVE-EXIT.
    EXIT.

PLAY-CHECK-PARAGRAPH.
*> compare every entry on the board with the held-back solution; a
*> wrong entry is marked red until it is changed, and is charged as
*> an error the first time a check finds it
    MOVE ZERO TO PLAY-WRONG-NOW.
    PERFORM VARYING PLAY-R FROM 1 BY 1 UNTIL PLAY-R > 9
        PERFORM VARYING PLAY-C FROM 1 BY 1 UNTIL PLAY-C > 9
            IF TABLEY (PLAY-R, PLAY-C) NOT = ZERO
                    AND TABLEY (PLAY-R, PLAY-C)
                        NOT = PLAY-SOL-CELL (PLAY-R, PLAY-C) THEN
                MOVE "Y" TO PLAY-WRONG (PLAY-R, PLAY-C)
                ADD 1 TO PLAY-WRONG-NOW
                IF PLAY-COUNTED (PLAY-R, PLAY-C) NOT = "Y" THEN
                    MOVE "Y" TO PLAY-COUNTED (PLAY-R, PLAY-C)
                    ADD 1 TO PLAY-ERRORS
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
.

SHOW-PLAY-BOARD-PARAGRAPH.
*> the grid at the entry screen's cell positions - givens bright
*> white, the player's entries yellow, entries a check found wrong
*> white on red - with the attempt's details alongside
    DISPLAY PLAY-BOARD-SCREEN.
    PERFORM VARYING PLAY-R FROM 1 BY 1 UNTIL PLAY-R > 9
        PERFORM VARYING PLAY-C FROM 1 BY 1 UNTIL PLAY-C > 9
            COMPUTE PLAY-LINE = PLAY-R * 2 + 1
            COMPUTE PLAY-COL = PLAY-C * 4 + 1
            COMPUTE PUZZLE-CHAR-POS = (PLAY-R - 1) * 9 + PLAY-C
            EVALUATE TRUE
                WHEN WS-PUZZLE-FINGERPRINT (PUZZLE-CHAR-POS:1)
                        NOT = "0"
                    DISPLAY TABLEY (PLAY-R, PLAY-C)
                        FOREGROUND-COLOR 7 HIGHLIGHT
                        LINE PLAY-LINE COL PLAY-COL
                WHEN TABLEY (PLAY-R, PLAY-C) = ZERO
                    DISPLAY "." LINE PLAY-LINE COL PLAY-COL
                WHEN PLAY-WRONG (PLAY-R, PLAY-C) = "Y"
                    DISPLAY TABLEY (PLAY-R, PLAY-C)
                        FOREGROUND-COLOR 7 BACKGROUND-COLOR 4
                        LINE PLAY-LINE COL PLAY-COL
                WHEN OTHER
                    DISPLAY TABLEY (PLAY-R, PLAY-C)
                        FOREGROUND-COLOR 6
                        LINE PLAY-LINE COL PLAY-COL
            END-EVALUATE
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "PLAYER  " PLAYER-ID DELIMITED BY SIZE INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 3 COL 44.
    MOVE CURRENT-PUZZLE-ID TO WS-PUZZLE-ID-EDIT.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "PUZZLE  " FUNCTION TRIM(WS-PUZZLE-ID-EDIT)
        DELIMITED BY SIZE INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 5 COL 44.
    DISPLAY CURRENT-PUZZLE-NAME LINE 6 COL 52.
    MOVE SPACES TO PLAY-INFO-LINE.
    IF DIAGONAL-RULE THEN
        STRING "GRADE   " PUZZLE-GRADE "  X-SUDOKU"
            DELIMITED BY SIZE INTO PLAY-INFO-LINE
    ELSE
        STRING "GRADE   " PUZZLE-GRADE DELIMITED BY SIZE
            INTO PLAY-INFO-LINE
    END-IF.
    DISPLAY PLAY-INFO-LINE LINE 8 COL 44.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "TIME    " PLAY-TIME-TEXT DELIMITED BY SIZE
        INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 10 COL 44.
    MOVE PLAY-CHECKS TO PLAY-COUNT-EDIT.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "CHECKS  " FUNCTION TRIM(PLAY-COUNT-EDIT)
        DELIMITED BY SIZE INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 12 COL 44.
    MOVE PLAY-ERRORS TO PLAY-COUNT-EDIT.
    MOVE SPACES TO PLAY-INFO-LINE.
    STRING "ERRORS  " FUNCTION TRIM(PLAY-COUNT-EDIT)
        DELIMITED BY SIZE INTO PLAY-INFO-LINE.
    DISPLAY PLAY-INFO-LINE LINE 13 COL 44.
.

PLAY-ELAPSED-PARAGRAPH.
*> seconds since the attempt started, worked the same way as
*> COMPUTE-ELAPSED-PARAGRAPH, and the same shown as minutes:seconds
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
    COMPUTE WS-START-SECS =
        FUNCTION NUMVAL(PLAY-START-STAMP (9:2)) * 3600
        + FUNCTION NUMVAL(PLAY-START-STAMP (11:2)) * 60
        + FUNCTION NUMVAL(PLAY-START-STAMP (13:2))
    COMPUTE WS-END-SECS =
        FUNCTION NUMVAL(WS-CURRENT-STAMP (9:2)) * 3600
        + FUNCTION NUMVAL(WS-CURRENT-STAMP (11:2)) * 60
        + FUNCTION NUMVAL(WS-CURRENT-STAMP (13:2))
    COMPUTE PLAY-ELAPSED =
        (FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-STAMP (1:8)))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(PLAY-START-STAMP (1:8))))
        * 86400 + WS-END-SECS - WS-START-SECS
    DIVIDE PLAY-ELAPSED BY 60 GIVING PLAY-MINUTES
        REMAINDER PLAY-SECONDS
    MOVE PLAY-MINUTES TO PLAY-MINUTES-EDIT
    MOVE SPACES TO PLAY-TIME-TEXT
    STRING FUNCTION TRIM(PLAY-MINUTES-EDIT) ":" PLAY-SECONDS
        DELIMITED BY SIZE INTO PLAY-TIME-TEXT
.

WRITE-PLAYER-RESULT-PARAGRAPH.
*> append the attempt to the player-results file; the stamp is the
*> one PLAY-ELAPSED-PARAGRAPH just took, when the attempt ended
    OPEN EXTEND SUDOKU-PLAYER-RESULTS-FILE.
    IF NOT PLAYER-RESULTS-GOOD THEN
        OPEN OUTPUT SUDOKU-PLAYER-RESULTS-FILE
    END-IF.
    IF PLAYER-RESULTS-GOOD THEN
        MOVE SPACES TO SUDOKU-PLAYER-RESULTS-RECORD
        MOVE PLAYER-ID TO PR-PLAYER
        MOVE WS-CURRENT-STAMP (1:8) TO PR-DATE
        MOVE WS-CURRENT-STAMP (9:6) TO PR-TIME
        MOVE CURRENT-PUZZLE-ID TO PR-PUZZLE-ID
        MOVE PUZZLE-GRADE TO PR-GRADE
        IF PLAY-COMPLETED THEN
            MOVE "COMPLETED" TO PR-OUTCOME
        ELSE
            MOVE "ABANDONED" TO PR-OUTCOME
        END-IF
        MOVE PLAY-ELAPSED TO PR-ELAPSED
        MOVE PLAY-CHECKS TO PR-CHECKS
        MOVE PLAY-ERRORS TO PR-ERRORS
        WRITE SUDOKU-PLAYER-RESULTS-RECORD
        CLOSE SUDOKU-PLAYER-RESULTS-FILE
    ELSE
        MOVE "ERROR" TO JH-RUN-STATUS
        DISPLAY "RESULT NOT RECORDED - PLAYER RESULTS FILE STATUS "
            WS-PLAYER-RESULTS-STATUS LINE 22 COL 5
    END-IF
.

LOAD-PUZZLE-PARAGRAPH.
*> unpack the row-major digit line into the working table; a line
*> beginning "6," is a 6x6 puzzle (2x3 boxes), otherwise a plain
    IF NOT SUDOKU-REPORT-GOOD THEN
        OPEN OUTPUT SUDOKU-REPORT-FILE
    END-IF.
    IF NOT SUDOKU-REPORT-GOOD THEN
        *> no report, so the block counts toward no control total
        DISPLAY "Could not open " SUDOKU-REPORT-FILE-NAME
            " status " WS-SUDOKU-REPORT-STATUS
        MOVE "ERROR" TO JH-RUN-STATUS
        GO TO WRITE-PUZZLE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO WS-LINE-OUT.
    MOVE PUZZLE-NUMBER TO WS-SUDOKU-EDIT.
    MOVE CURRENT-PUZZLE-ID TO WS-PUZZLE-ID-EDIT.
    IF DIAGONAL-RULE THEN
        STRING "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT)
            " (ID " FUNCTION TRIM(WS-PUZZLE-ID-EDIT) " "
            FUNCTION TRIM(CURRENT-PUZZLE-NAME) ") X-SUDOKU:"
            DELIMITED BY SIZE INTO WS-LINE-OUT
    ELSE
        STRING "Puzzle " FUNCTION TRIM(WS-SUDOKU-EDIT)
            " (ID " FUNCTION TRIM(WS-PUZZLE-ID-EDIT) " "
            FUNCTION TRIM(CURRENT-PUZZLE-NAME) "):"
            DELIMITED BY SIZE INTO WS-LINE-OUT
    END-IF.
    WRITE SUDOKU-REPORT-RECORD FROM WS-LINE-OUT.

    IF SOLUTIONS-COUNTER = ZERO THEN

    MOVE SPACES TO SUDOKU-REPORT-RECORD.
    WRITE SUDOKU-REPORT-RECORD.
    CLOSE SUDOKU-REPORT-FILE.
    ADD 1 TO TOTAL-BLOCKS-WRITTEN.
    IF SOLUTIONS-COUNTER = ZERO THEN
        ADD 1 TO TOTAL-UNSOLVED
    ELSE
        ADD 1 TO TOTAL-SOLVED
    END-IF.
WRITE-PUZZLE-REPORT-EXIT.
    EXIT.

WRITE-SOLVE-TRACE-PARAGRAPH.
*> the order the solver actually cracked the puzzle in: one numbered
    END-IF
.

WRITE-CONTROL-TOTALS-PARAGRAPH.
*> append the batch run's control totals for the balancing step -
*> lines read (restart-skipped lines included, they were completed
*> by the earlier attempt), report blocks, rejects lines and the
*> solved / unsolved split of the blocks
    OPEN EXTEND CONTROL-TOTALS-FILE.
    IF NOT TOTALS-FILE-GOOD THEN
        OPEN OUTPUT CONTROL-TOTALS-FILE
    END-IF.
    IF TOTALS-FILE-GOOD THEN
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
        MOVE SPACES TO CONTROL-TOTALS-RECORD
        MOVE "Sudoku" TO CT-PROGRAM
        MOVE WS-CURRENT-STAMP (1:8) TO CT-DATE
        MOVE WS-CURRENT-STAMP (9:6) TO CT-TIME
        MOVE JH-RUN-MODE TO CT-MODE
        MOVE JH-RUN-INPUT TO CT-INPUT
        MOVE PUZZLE-NUMBER TO CT-READ
        MOVE TOTAL-BLOCKS-WRITTEN TO CT-WRITTEN
        MOVE TOTAL-REJECTS TO CT-REJECTED
        MOVE TOTAL-SOLVED TO CT-SOLVED
        MOVE TOTAL-UNSOLVED TO CT-UNSOLVED
        WRITE CONTROL-TOTALS-RECORD
        CLOSE CONTROL-TOTALS-FILE
    END-IF
.

COMPUTE-ELAPSED-PARAGRAPH.
*> wall-clock seconds between the session start stamp and the current
*> stamp, surviving a run that crosses midnight
        10 TRACE-VAL  PIC 9.
        10 TRACE-CAND PIC 99.

*> set by the main program for a diagonal (X-Sudoku) puzzle
01 DIAGONAL-RULE-FLAG PIC X EXTERNAL.
    88 DIAGONAL-RULE      VALUE "Y".

LOCAL-STORAGE SECTION.

01  TRACE-SAVED PIC 9(4) VALUE ZERO.
01  TIDX-START    PIC 99.
01  TIDY-START    PIC 99.

01  TEST-RES    PIC 99 VALUE ZERO.
    88  TEST-RES-OK VALUE ZERO.

LINKAGE SECTION.

COUNT-CANDIDATES.
    *> how many values fit the cell at (LIDX, LIDY), using the same
    *> row / column / box (and diagonal) tests the insert loop runs
    MOVE ZERO TO CAND-COUNT
    PERFORM VARYING VAL-IDX FROM 1 BY 1 UNTIL VAL-IDX > BOARD-SIZE
        MOVE ZERO TO TEST-RES
        PERFORM TEST-HORIZONTALLY
        PERFORM TEST-VERTICALLY
        PERFORM TEST-SQUARE
        IF DIAGONAL-RULE THEN
            PERFORM TEST-DIAGONALS
        END-IF
        IF TEST-RES-OK THEN
            ADD 1 TO CAND-COUNT
        END-IF
        PERFORM TEST-HORIZONTALLY
        PERFORM TEST-VERTICALLY
        PERFORM TEST-SQUARE
        IF DIAGONAL-RULE THEN
            PERFORM TEST-DIAGONALS
        END-IF

        IF TEST-RES-OK THEN
            *> this cell value fits to table



.
TEST-DIAGONALS.
    *> X-Sudoku: a cell on a long diagonal may not repeat a value
    *> already on that diagonal (the centre cell sits on both)
    IF LIDX = LIDY THEN
        PERFORM VARYING TIDX FROM 1 BY 1 UNTIL TIDX > BOARD-SIZE
            IF TABLEY(TIDX, TIDX) = CELL-VALUE(VAL-IDX) THEN
                ADD 8 TO TEST-RES
            END-IF
        END-PERFORM
    END-IF
    IF LIDX + LIDY = BOARD-SIZE + 1 THEN
        PERFORM VARYING TIDX FROM 1 BY 1 UNTIL TIDX > BOARD-SIZE
            COMPUTE TIDY = BOARD-SIZE + 1 - TIDX
            IF TABLEY(TIDX, TIDY) = CELL-VALUE(VAL-IDX) THEN
                ADD 8 TO TEST-RES
            END-IF
        END-PERFORM
    END-IF
.
*> SHOW-CONTENT.
*>     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 9
