           SELECT PRIME-EXPORT-FILE ASSIGN TO PRIME-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT PRIME-RESIDUE-FILE ASSIGN TO PRIME-RESIDUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIDUE-STATUS.
           SELECT PRIME-RANGE-FILE ASSIGN TO PRIME-RANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-STATUS.
           SELECT PRIME-TABULATE-FILE
               ASSIGN TO PRIME-TABULATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABULATE-STATUS.
           SELECT PRIME-TABULATE-CHECKPOINT-FILE
               ASSIGN TO PRIME-TABULATE-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABULATE-CKPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CONTROL-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CKPT-REC-REQUEST  PIC 9(6).
               05 FILLER            PIC X.
               05 CKPT-REC-SOURCE   PIC X(80).
               05 FILLER            PIC X.
               05 CKPT-REC-REPORTED PIC 9(6).
               05 FILLER            PIC X.
               05 CKPT-REC-REJECTS  PIC 9(6).

           FD PRIME-EXPORT-FILE.
           01 PRIME-EXPORT-RECORD      PIC X(40).

           FD PRIME-RESIDUE-FILE.
           01 PRIME-RESIDUE-RECORD     PIC X(80).

           FD PRIME-RANGE-FILE.
           01 PRIME-RANGE-RECORD       PIC X(30).

           FD PRIME-TABULATE-FILE.
           01 PRIME-TABULATE-RECORD    PIC X(60).

           FD PRIME-TABULATE-CHECKPOINT-FILE.
           01 PRIME-TABULATE-CKPT-RECORD.
               05 TBCK-LINE         PIC 9(6).
               05 FILLER            PIC X.
               05 TBCK-DONE         PIC 9(6).
               05 FILLER            PIC X.
               05 TBCK-COMPLETE     PIC X.
               05 FILLER            PIC X.
               05 TBCK-SOURCE       PIC X(80).
               05 FILLER            PIC X.
               05 TBCK-TOTALS       PIC X(117).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD       PIC X(300).

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
           01 WS-FIND          PIC 9(6).
               88 VALID-FIND-RANGE VALUES 1 THRU 300000.
               88 MODE-BATCH     VALUES "B", "b".
               88 MODE-QUERY     VALUES "Q", "q".
               88 MODE-EXPORT    VALUES "E", "e".
               88 MODE-TABULATE  VALUES "T", "t".

           01 PRIME-REQUEST-FILE-NAME  PIC X(255)
                          VALUE "prime-requests.txt".
       *> so the planning team stops screen-scraping the prose report
           01 PRIME-EXPORT-FILE-NAME   PIC X(255)
                          VALUE "prime-export.csv".
           01 PRIME-RESIDUE-FILE-NAME  PIC X(255)
                          VALUE "prime-residue.csv".
           01 WS-RESIDUE-STATUS  PIC XX.
               88 RESIDUE-FILE-GOOD    VALUE ZERO.
           01 WS-RESIDUE-FRESH-FLAG PIC X VALUE "Y".
               88 RESIDUE-FILE-FRESH   VALUE "Y".
           01 WS-RESIDUE-OPEN-FLAG PIC X VALUE "N".
               88 RESIDUE-FILE-OPEN    VALUE "Y".
           01 WS-RESIDUE-LINE    PIC X(80).
           01 WS-EXPORT-STATUS   PIC XX.
               88 EXPORT-FILE-GOOD     VALUE ZERO.
           01 EXPORT-LIMIT       PIC 9(6) VALUE 300000.
       *> external files away from their compiled-in defaults, so a
       *> test run can't touch the production cache; when the card is
       *> absent every default above stands
       *> arithmetic-function tables - each line of the range file is
       *> "A,B" and every n from A to B gets its divisor count, divisor
       *> sum, totient and perfect / abundant / deficient / squarefree
       *> class in the delimited extract, then a summary page in the
       *> report; the checkpoint is rewritten after every interval of
       *> numbers so a killed run resumes inside a long range
           01 PRIME-RANGE-FILE-NAME    PIC X(255)
                          VALUE "prime-ranges.txt".
           01 PRIME-TABULATE-FILE-NAME PIC X(255)
                          VALUE "prime-tabulate.csv".
           01 PRIME-TABULATE-CKPT-FILE-NAME PIC X(255)
                          VALUE "prime-tabulate.ckpt".
           01 WS-RANGE-STATUS    PIC XX.
               88 RANGE-FILE-GOOD      VALUES ZERO, "10".
               88 END-OF-RANGE-FILE    VALUE "10".
           01 WS-TABULATE-STATUS PIC XX.
               88 TABULATE-FILE-GOOD   VALUE ZERO.
           01 WS-TABULATE-CKPT-STATUS PIC XX.
               88 TABULATE-CKPT-GOOD   VALUE ZERO.
           01 TABULATE-INTERVAL  PIC 9(6) VALUE 1000.
           01 TAB-FROM-TEXT      PIC X(10).
           01 TAB-TO-TEXT        PIC X(10).
           01 TAB-FROM           PIC 9(7) VALUE ZERO.
           01 TAB-TO             PIC 9(7) VALUE ZERO.
           01 TAB-N              PIC 9(7) VALUE ZERO.
           01 TAB-CHUNK-END      PIC 9(7) VALUE ZERO.
           01 TAB-CKPT-LINE      PIC 9(6) VALUE ZERO.
           01 TAB-CKPT-DONE      PIC 9(6) VALUE ZERO.
           01 WS-TAB-COMPLETE-FLAG PIC X VALUE "N".
               88 TAB-CKPT-COMPLETE    VALUE "Y".
           01 WS-TAB-RESTART-FLAG PIC X VALUE "N".
               88 TAB-RESTART-RUN      VALUE "Y".
       *> the primes up to 1000 pulled out of the sieve - enough to
       *> factor any n up to 999999 by trial division
           01 TAB-PRIME-COUNT    PIC 999 VALUE ZERO.
           01 TAB-PRIME-LIST.
               05 TAB-PRIME OCCURS 200 TIMES PIC 9(4).
           01 TAB-PIDX           PIC 999 VALUE ZERO.
           01 TAB-REMAINING      PIC 9(6) VALUE ZERO.
           01 TAB-QUOT           PIC 9(6) VALUE ZERO.
           01 TAB-REM            PIC 9(6) VALUE ZERO.
           01 TAB-EXP            PIC 99 VALUE ZERO.
           01 TAB-PPOW           PIC 9(7) VALUE ZERO.
           01 TAB-PSUM           PIC 9(7) VALUE ZERO.
           01 WS-TAB-FACTOR-FLAG PIC X VALUE "N".
               88 TAB-FACTOR-DONE      VALUE "Y".
           01 TAB-DIVISORS       PIC 9(4) VALUE ZERO.
           01 TAB-SIGMA          PIC 9(8) VALUE ZERO.
           01 TAB-TOTIENT        PIC 9(7) VALUE ZERO.
           01 TAB-CLASS          PIC X(9) VALUE SPACES.
           01 TAB-SQUAREFREE     PIC X VALUE "Y".
           01 TAB-ABUNDANCY      PIC 9(2)V9(6) VALUE ZERO.
           01 TAB-TOTIENT-RATIO  PIC 9V9(6) VALUE ZERO.
           01 TAB-PERFECT-IDX    PIC 9 VALUE ZERO.
           01 TAB-LINE-PTR       PIC 99 VALUE 1.
       *> running results for the range in hand - carried whole in the
       *> checkpoint record, so the layout must stay at 117 bytes
           01 TAB-TOTALS.
               05 TAB-NUMBERS          PIC 9(6).
               05 TAB-PERFECT-COUNT    PIC 9(6).
               05 TAB-ABUNDANT-COUNT   PIC 9(6).
               05 TAB-DEFICIENT-COUNT  PIC 9(6).
               05 TAB-SQUAREFREE-COUNT PIC 9(6).
               05 TAB-PRIMES-FOUND     PIC 9(6).
               05 TAB-PERFECT-N OCCURS 4 TIMES PIC 9(6).
               05 TAB-MOST-DIV         PIC 9(4).
               05 TAB-MOST-DIV-N       PIC 9(6).
               05 TAB-MOST-DIV-TIES    PIC 9(6).
               05 TAB-MAX-SIGMA        PIC 9(8).
               05 TAB-MAX-SIGMA-N      PIC 9(6).
               05 TAB-TOP-ABUND        PIC 9(2)V9(6).
               05 TAB-TOP-ABUND-N      PIC 9(6).
               05 TAB-LOW-TOTIENT      PIC 9V9(6).
               05 TAB-LOW-TOTIENT-N    PIC 9(6).
           01 TAB-EDIT-SIGMA     PIC Z(7)9.
           01 TAB-EDIT-RATIO     PIC Z9.9999.
           01 WS-TABULATE-LINE   PIC X(60).

           01 RUN-CONTROL-FILE-NAME    PIC X(255)
                          VALUE "run-control.txt".
           01 WS-CONTROL-STATUS  PIC XX.
           01 REQUESTS-PROCESSED PIC 9(6) VALUE ZERO.
           01 REQUEST-REJECTS    PIC 9(6) VALUE ZERO.

       *> control totals for the balancing step - a batch run appends
       *> one record of request lines read, requests reported and
       *> invalid-FIND lines, carried through the checkpoint so a
       *> restarted run still accounts for the whole report
           01 CONTROL-TOTALS-FILE-NAME PIC X(255)
                          VALUE "control-totals.txt".
           01 WS-TOTALS-STATUS   PIC XX.
               88 TOTALS-FILE-GOOD     VALUE ZERO.
           01 TOTAL-REPORTED     PIC 9(6) VALUE ZERO.
           01 TOTAL-INVALID      PIC 9(6) VALUE ZERO.

           01 WS-REQUEST-STATUS  PIC XX.
               88 REQUEST-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-REQUEST-FILE  VALUE "10".
           01 WS-SUMMARY-FLAG    PIC X VALUE "N".
               88 SUMMARY-ONLY-REQUEST VALUES "S", "s".

       *> residue classes - a fifth request field lists moduli split
       *> by "/" (300000,,,S,4/3 spreads the primes up to 300000 over
       *> the classes mod 4 and mod 3) for the planning team's bucket
       *> sizing; each modulus gets a report section and its rows in
       *> the delimited residue file, restarted with the report
           01 WS-RESIDUE-TEXT    PIC X(30) VALUE SPACES.
           01 RESIDUE-MODULI.
               05 RESIDUE-MODULUS-TEXT OCCURS 8 TIMES PIC X(6).
           01 RES-MOD-IDX        PIC 99 VALUE ZERO.
           01 RES-MODULUS-NUM    PIC 9(6) VALUE ZERO.
           01 RES-MODULUS        PIC 9(4) VALUE ZERO.
           01 RESIDUE-CLASS-TABLE.
               05 RES-CLASS OCCURS 1000 TIMES.
                   10 RES-CLASS-PRIMES  PIC 9(6).
                   10 RES-CLASS-LED     PIC 9(6).
                   10 RES-CLASS-COPRIME PIC X.
           01 RES-SUB            PIC 9(4) VALUE ZERO.
           01 RES-RESIDUE        PIC 9(4) VALUE ZERO.
           01 RES-QUOT           PIC 9(6) VALUE ZERO.
           01 RES-GCD-A          PIC 9(4) VALUE ZERO.
           01 RES-GCD-B          PIC 9(4) VALUE ZERO.
           01 RES-GCD-R          PIC 9(4) VALUE ZERO.
           01 RES-PHI            PIC 9(4) VALUE ZERO.
           01 RES-TOTAL          PIC 9(6) VALUE ZERO.
           01 RES-COPRIME-TOTAL  PIC 9(6) VALUE ZERO.
           01 RES-EXPECTED       PIC 9(6)V9(4) VALUE ZERO.
           01 RES-DEVIATION      PIC S9(6)V9(4) VALUE ZERO.
           01 RES-PERCENT        PIC 9(3)V99 VALUE ZERO.
           01 RES-DEV-PERCENT    PIC S9(4)V99 VALUE ZERO.
           01 RES-LEADER         PIC 9(4) VALUE ZERO.
           01 RES-OLD-LEADER     PIC 9(4) VALUE ZERO.
           01 RES-LEAD-CHANGES   PIC 9(6) VALUE ZERO.
           01 RES-LEAD-LISTED    PIC 99 VALUE 40.
           01 WS-RESIDUE-EMIT-FLAG PIC X VALUE "N".
               88 RESIDUE-EMIT-LEADS   VALUE "Y".
           01 RES-CLASS-EDIT     PIC ZZZ9.
           01 RES-CLASS-EDIT-2   PIC ZZZ9.
           01 RES-MODULUS-EDIT   PIC ZZZ9.
           01 RES-PCT-EDIT       PIC ZZ9.99.
           01 RES-DEV-EDIT       PIC -(6)9.9.
           01 RES-DEV-TEXT       PIC X(10).
       *> one class line of the section, laid out under the column
       *> heading RESIDUE-SECTION-PARAGRAPH writes
           01 RESIDUE-CLASS-LINE.
               05 FILLER          PIC X(3) VALUE SPACES.
               05 RES-LINE-CLASS  PIC ZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-PRIMES PIC ZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-PCT    PIC ZZ9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-EXPECT PIC ZZZZZ9.9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-DEV    PIC -(6)9.9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-DEVPCT PIC -(4)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RES-LINE-LED    PIC ZZZZZ9.

           01 GOLDBACH-TARGET    PIC 9(6) VALUE ZERO.
           01 GOLDBACH-HALF      PIC 9(6) VALUE ZERO.
           01 GOLDBACH-REM       PIC 9(6) VALUE ZERO.
           ACCEPT WS-MODE FROM COMMAND-LINE.
           IF MODE-BATCH THEN
               PERFORM BATCH-PARAGRAPH THRU BATCH-PARAGRAPH-EXIT
               PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH
           ELSE
               IF MODE-QUERY THEN
                   PERFORM QUERY-PARAGRAPH THRU QUERY-PARAGRAPH-EXIT
                       PERFORM EXPORT-PARAGRAPH
                           THRU EXPORT-PARAGRAPH-EXIT
                   ELSE
                       IF MODE-TABULATE THEN
                           PERFORM TABULATE-PARAGRAPH
                               THRU TABULATE-PARAGRAPH-EXIT
                       ELSE
                           PERFORM INTERACTIVE-PARAGRAPH
                               THRU INTERACTIVE-PARAGRAPH-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF
       .

       WRITE-CONTROL-TOTALS-PARAGRAPH.
       *> append the batch run's control totals for the balancing step
       *> - request lines read (restart-skipped lines included), the
       *> requests reported and the invalid-FIND lines
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF NOT TOTALS-FILE-GOOD THEN
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF TOTALS-FILE-GOOD THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               MOVE "PrimeNumbers" TO CT-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO CT-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO CT-TIME
               MOVE JH-RUN-MODE TO CT-MODE
               MOVE JH-RUN-INPUT TO CT-INPUT
               MOVE REQUEST-NUMBER TO CT-READ
               MOVE TOTAL-REPORTED TO CT-WRITTEN
               MOVE TOTAL-INVALID TO CT-REJECTED
               MOVE ZERO TO CT-SOLVED
               MOVE ZERO TO CT-UNSOLVED
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
           END-IF
       .

       COMPUTE-ELAPSED-PARAGRAPH.
       *> wall-clock seconds between the start stamp and the current
       *> stamp, surviving a run that crosses midnight
               WHEN "PRIME-EXPORT-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-EXPORT-FILE-NAME
               WHEN "PRIME-RESIDUE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-RESIDUE-FILE-NAME
               WHEN "PRIME-RANGE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-RANGE-FILE-NAME
               WHEN "PRIME-TABULATE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-TABULATE-FILE-NAME
               WHEN "PRIME-TABULATE-CKPT-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-TABULATE-CKPT-FILE-NAME
               WHEN "PRIME-TABULATE-INTERVAL"
                   COMPUTE RC-NUM = FUNCTION NUMVAL(RC-VALUE)
                   IF RC-NUM > ZERO THEN
                       MOVE RC-NUM TO TABULATE-INTERVAL
                   END-IF
               WHEN "PRIME-EXPORT-LIMIT"
                   COMPUTE RC-NUM = FUNCTION NUMVAL(RC-VALUE)
                   IF RC-NUM > ZERO AND RC-NUM <= 300000 THEN
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN "CONTROL-TOTALS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CONTROL-TOTALS-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RESTART-RUN THEN
               DISPLAY "Resuming after request " CHECKPOINT-REQUEST
                   " - appending to the existing report"
               MOVE "N" TO WS-RESIDUE-FRESH-FLAG
           ELSE
               OPEN OUTPUT PRIME-REPORT-FILE
               CLOSE PRIME-REPORT-FILE
           MOVE SPACES TO WS-TARGET-TEXT.
           MOVE SPACES TO WS-GOLDBACH-TEXT.
           MOVE SPACES TO WS-OPTION-TEXT.
           MOVE SPACES TO WS-RESIDUE-TEXT.
           UNSTRING PRIME-REQUEST-RECORD DELIMITED BY ","
               INTO WS-FIND-TEXT WS-TARGET-TEXT
                   WS-GOLDBACH-TEXT WS-OPTION-TEXT
                   WS-RESIDUE-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-OPTION-TEXT) (1:1)
               TO WS-SUMMARY-FLAG.
               OPEN OUTPUT PRIME-REPORT-FILE
           END-IF.
           IF VALID-FIND-RANGE THEN
               ADD 1 TO TOTAL-REPORTED
               PERFORM BUILD-SIEVE-PARAGRAPH
               PERFORM WRITE-REPORT-PARAGRAPH
               PERFORM WRITE-GAP-REPORT-PARAGRAPH
                       FUNCTION NUMVAL(WS-GOLDBACH-TEXT)
                   PERFORM WRITE-GOLDBACH-REPORT-PARAGRAPH
               END-IF
               IF WS-RESIDUE-TEXT NOT = SPACES THEN
                   PERFORM WRITE-RESIDUE-REPORT-PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO TOTAL-INVALID
               PERFORM WRITE-INVALID-FIND-PARAGRAPH
           END-IF.
           CLOSE PRIME-REPORT-FILE
                                   PRIME-REQUEST-FILE-NAME (1:80) THEN
                           MOVE CKPT-REC-REQUEST TO CHECKPOINT-REQUEST
                           MOVE "Y" TO WS-RESTART-FLAG
                           *> an older checkpoint has no control
                           *> totals - they start at zero
                           IF CKPT-REC-REPORTED IS NUMERIC
                                   AND CKPT-REC-REJECTS IS NUMERIC THEN
                               MOVE CKPT-REC-REPORTED
                                   TO TOTAL-REPORTED
                               MOVE CKPT-REC-REJECTS TO TOTAL-INVALID
                           END-IF
                       END-IF
               END-READ
               CLOSE PRIME-CHECKPOINT-FILE
               MOVE SPACES TO PRIME-CHECKPOINT-RECORD
               MOVE CHECKPOINT-REQUEST TO CKPT-REC-REQUEST
               MOVE PRIME-REQUEST-FILE-NAME (1:80) TO CKPT-REC-SOURCE
               MOVE TOTAL-REPORTED TO CKPT-REC-REPORTED
               MOVE TOTAL-INVALID TO CKPT-REC-REJECTS
               WRITE PRIME-CHECKPOINT-RECORD
               CLOSE PRIME-CHECKPOINT-FILE
           END-IF
           WRITE PRIME-EXPORT-RECORD FROM WS-EXPORT-LINE
       .

       TABULATE-PARAGRAPH.
       *> work through the range file one "A,B" line at a time - the
       *> extract is reopened EXTEND around every interval of numbers
       *> and the report around every summary page, so all the work up
       *> to the last checkpoint survives a killed run
           MOVE "TABULATE" TO JH-RUN-MODE.
           MOVE PRIME-RANGE-FILE-NAME (1:24) TO JH-RUN-INPUT.
           OPEN INPUT PRIME-RANGE-FILE.
           IF NOT RANGE-FILE-GOOD THEN
               DISPLAY "Could not open " PRIME-RANGE-FILE-NAME
                   " status " WS-RANGE-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO TABULATE-PARAGRAPH-EXIT
           END-IF.
           PERFORM LOAD-TABULATE-CKPT-PARAGRAPH.
           IF TAB-RESTART-RUN THEN
               DISPLAY "Resuming range line " TAB-CKPT-LINE
                   " after " TAB-CKPT-DONE
                   " - appending to the existing report and extract"
           ELSE
               OPEN OUTPUT PRIME-REPORT-FILE
               CLOSE PRIME-REPORT-FILE
               OPEN OUTPUT PRIME-TABULATE-FILE
               IF TABULATE-FILE-GOOD THEN
                   MOVE "n;divisors;sigma;totient;class;squarefree"
                       TO PRIME-TABULATE-RECORD
                   WRITE PRIME-TABULATE-RECORD
                   CLOSE PRIME-TABULATE-FILE
               END-IF
           END-IF.
           *> trial division up to 999999 needs only the primes below
           *> 1000, taken from the sieve (or the cache behind it)
           MOVE 1001 TO WS-FIND.
           PERFORM BUILD-SIEVE-PARAGRAPH.
           MOVE ZERO TO TAB-PRIME-COUNT.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND >= WS-FIND
               IF PRIMES-TABLE (IND) <> 0 THEN
                   ADD 1 TO TAB-PRIME-COUNT
                   MOVE PRIMES-TABLE (IND)
                       TO TAB-PRIME (TAB-PRIME-COUNT)
               END-IF
           END-PERFORM.

           PERFORM UNTIL END-OF-RANGE-FILE OR JH-RUN-STATUS = "ERROR"
               READ PRIME-RANGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO REQUEST-NUMBER
                       IF REQUEST-NUMBER < TAB-CKPT-LINE
                               OR (REQUEST-NUMBER = TAB-CKPT-LINE
                                   AND TAB-CKPT-COMPLETE) THEN
                           *> already completed before the run was
                           *> killed
                           CONTINUE
                       ELSE
                           PERFORM TABULATE-RANGE-PARAGRAPH
                               THRU TABULATE-RANGE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRIME-RANGE-FILE.
           MOVE REQUEST-NUMBER TO JH-RUN-PROCESSED.
           MOVE REQUEST-REJECTS TO JH-RUN-REJECTS.
           IF JH-RUN-STATUS = "ERROR" THEN
               *> the checkpoint stays for the rerun
               GO TO TABULATE-PARAGRAPH-EXIT
           END-IF.
           *> the whole file completed - clear the checkpoint so the
           *> next run starts fresh
           MOVE ZERO TO TAB-CKPT-LINE.
           MOVE ZERO TO TAB-CKPT-DONE.
           MOVE "N" TO WS-TAB-COMPLETE-FLAG.
           MOVE ZERO TO TAB-TOTALS.
           PERFORM SAVE-TABULATE-CKPT-PARAGRAPH.
       TABULATE-PARAGRAPH-EXIT.
           EXIT.

       TABULATE-RANGE-PARAGRAPH.
       *> one range line: the extract rows interval by interval, then
       *> the summary page
           MOVE SPACES TO TAB-FROM-TEXT.
           MOVE SPACES TO TAB-TO-TEXT.
           UNSTRING PRIME-RANGE-RECORD DELIMITED BY ","
               INTO TAB-FROM-TEXT TAB-TO-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(PRIME-RANGE-RECORD) TO WS-REQUEST-ECHO.
           MOVE ZERO TO REPORT-PAGE-NUMBER.
           ADD 1 TO REQUESTS-PROCESSED.
           COMPUTE TAB-FROM = FUNCTION NUMVAL(TAB-FROM-TEXT).
           COMPUTE TAB-TO = FUNCTION NUMVAL(TAB-TO-TEXT).
           *> only the line named in the checkpoint picks up where it
           *> left off - every range after it starts from scratch
           IF TAB-RESTART-RUN AND REQUEST-NUMBER = TAB-CKPT-LINE
                   AND TAB-CKPT-DONE >= TAB-FROM THEN
               *> the totals up to TAB-CKPT-DONE came back with the
               *> checkpoint record
               COMPUTE TAB-N = TAB-CKPT-DONE + 1
           ELSE
               MOVE ZERO TO TAB-TOTALS
               MOVE TAB-FROM TO TAB-N
           END-IF.
           MOVE "N" TO WS-TAB-RESTART-FLAG.
           MOVE REQUEST-NUMBER TO TAB-CKPT-LINE.
           MOVE "N" TO WS-TAB-COMPLETE-FLAG.
           IF TAB-FROM < 1 OR TAB-TO > 999999
                   OR TAB-FROM > TAB-TO THEN
               ADD 1 TO REQUEST-REJECTS
               PERFORM OPEN-REPORT-EXTEND-PARAGRAPH
               MOVE SPACES TO WS-LINE-OUT
               STRING FUNCTION TRIM(PRIME-RANGE-RECORD)
                   " is not a range within 1 - 999999 - skipped."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
               MOVE SPACES TO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
               CLOSE PRIME-REPORT-FILE
               MOVE ZERO TO TAB-CKPT-DONE
               MOVE "Y" TO WS-TAB-COMPLETE-FLAG
               PERFORM SAVE-TABULATE-CKPT-PARAGRAPH
               GO TO TABULATE-RANGE-EXIT
           END-IF.
           PERFORM TABULATE-CHUNK-PARAGRAPH THRU TABULATE-CHUNK-EXIT
               UNTIL TAB-N > TAB-TO OR JH-RUN-STATUS = "ERROR".
           IF JH-RUN-STATUS = "ERROR" THEN
               GO TO TABULATE-RANGE-EXIT
           END-IF.
           PERFORM WRITE-TABULATE-SUMMARY-PARAGRAPH.
           MOVE "Y" TO WS-TAB-COMPLETE-FLAG.
           PERFORM SAVE-TABULATE-CKPT-PARAGRAPH.
       TABULATE-RANGE-EXIT.
           EXIT.

       TABULATE-CHUNK-PARAGRAPH.
       *> one checkpoint interval of numbers into the extract
           OPEN EXTEND PRIME-TABULATE-FILE.
           IF NOT TABULATE-FILE-GOOD THEN
               OPEN OUTPUT PRIME-TABULATE-FILE
           END-IF.
           IF NOT TABULATE-FILE-GOOD THEN
               DISPLAY "Could not open " PRIME-TABULATE-FILE-NAME
                   " status " WS-TABULATE-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO TABULATE-CHUNK-EXIT
           END-IF.
           COMPUTE TAB-CHUNK-END = TAB-N + TABULATE-INTERVAL - 1.
           IF TAB-CHUNK-END > TAB-TO THEN
               MOVE TAB-TO TO TAB-CHUNK-END
           END-IF.
           PERFORM TABULATE-NUMBER-PARAGRAPH
               UNTIL TAB-N > TAB-CHUNK-END.
           CLOSE PRIME-TABULATE-FILE.
           MOVE TAB-CHUNK-END TO TAB-CKPT-DONE.
           PERFORM SAVE-TABULATE-CKPT-PARAGRAPH.
       TABULATE-CHUNK-EXIT.
           EXIT.

       TABULATE-NUMBER-PARAGRAPH.
       *> classify TAB-N, fold it into the range totals and write its
       *> extract row
           PERFORM TABULATE-FACTOR-PARAGRAPH.
           ADD 1 TO TAB-NUMBERS.
           IF TAB-SIGMA = TAB-N * 2 THEN
               MOVE "PERFECT" TO TAB-CLASS
               ADD 1 TO TAB-PERFECT-COUNT
               IF TAB-PERFECT-COUNT <= 4 THEN
                   MOVE TAB-N TO TAB-PERFECT-N (TAB-PERFECT-COUNT)
               END-IF
           ELSE
               IF TAB-SIGMA > TAB-N * 2 THEN
                   MOVE "ABUNDANT" TO TAB-CLASS
                   ADD 1 TO TAB-ABUNDANT-COUNT
               ELSE
                   MOVE "DEFICIENT" TO TAB-CLASS
                   ADD 1 TO TAB-DEFICIENT-COUNT
               END-IF
           END-IF.
           IF TAB-SQUAREFREE = "Y" THEN
               ADD 1 TO TAB-SQUAREFREE-COUNT
           END-IF.
           IF TAB-DIVISORS = 2 THEN
               ADD 1 TO TAB-PRIMES-FOUND
           END-IF.
           COMPUTE TAB-ABUNDANCY = TAB-SIGMA / TAB-N.
           COMPUTE TAB-TOTIENT-RATIO = TAB-TOTIENT / TAB-N.
           *> extremes keep the first n that reaches them
           IF TAB-NUMBERS = 1 THEN
               MOVE TAB-DIVISORS TO TAB-MOST-DIV
               MOVE TAB-N TO TAB-MOST-DIV-N
               MOVE 1 TO TAB-MOST-DIV-TIES
               MOVE TAB-SIGMA TO TAB-MAX-SIGMA
               MOVE TAB-N TO TAB-MAX-SIGMA-N
               MOVE TAB-ABUNDANCY TO TAB-TOP-ABUND
               MOVE TAB-N TO TAB-TOP-ABUND-N
               MOVE TAB-TOTIENT-RATIO TO TAB-LOW-TOTIENT
               MOVE TAB-N TO TAB-LOW-TOTIENT-N
           ELSE
               IF TAB-DIVISORS > TAB-MOST-DIV THEN
                   MOVE TAB-DIVISORS TO TAB-MOST-DIV
                   MOVE TAB-N TO TAB-MOST-DIV-N
                   MOVE 1 TO TAB-MOST-DIV-TIES
               ELSE
                   IF TAB-DIVISORS = TAB-MOST-DIV THEN
                       ADD 1 TO TAB-MOST-DIV-TIES
                   END-IF
               END-IF
               IF TAB-SIGMA > TAB-MAX-SIGMA THEN
                   MOVE TAB-SIGMA TO TAB-MAX-SIGMA
                   MOVE TAB-N TO TAB-MAX-SIGMA-N
               END-IF
               IF TAB-ABUNDANCY > TAB-TOP-ABUND THEN
                   MOVE TAB-ABUNDANCY TO TAB-TOP-ABUND
                   MOVE TAB-N TO TAB-TOP-ABUND-N
               END-IF
               IF TAB-TOTIENT-RATIO < TAB-LOW-TOTIENT THEN
                   MOVE TAB-TOTIENT-RATIO TO TAB-LOW-TOTIENT
                   MOVE TAB-N TO TAB-LOW-TOTIENT-N
               END-IF
           END-IF.
           MOVE TAB-N TO WS-EDIT-NUM.
           MOVE TAB-DIVISORS TO WS-EDIT-NUM-2.
           MOVE TAB-SIGMA TO TAB-EDIT-SIGMA.
           MOVE TAB-TOTIENT TO WS-EDIT-NUM-3.
           MOVE SPACES TO WS-TABULATE-LINE.
           STRING FUNCTION TRIM(WS-EDIT-NUM) ";"
               FUNCTION TRIM(WS-EDIT-NUM-2) ";"
               FUNCTION TRIM(TAB-EDIT-SIGMA) ";"
               FUNCTION TRIM(WS-EDIT-NUM-3) ";"
               FUNCTION TRIM(TAB-CLASS) ";"
               TAB-SQUAREFREE
               DELIMITED BY SIZE INTO WS-TABULATE-LINE.
           WRITE PRIME-TABULATE-RECORD FROM WS-TABULATE-LINE.
           ADD 1 TO TAB-N
       .

       TABULATE-FACTOR-PARAGRAPH.
       *> the divisor count, divisor sum and totient are all
       *> multiplicative, so one pass of trial division over the prime
       *> list builds them up a prime power at a time
           MOVE TAB-N TO TAB-REMAINING.
           MOVE 1 TO TAB-DIVISORS.
           MOVE 1 TO TAB-SIGMA.
           MOVE 1 TO TAB-TOTIENT.
           MOVE "Y" TO TAB-SQUAREFREE.
           MOVE "N" TO WS-TAB-FACTOR-FLAG.
           PERFORM TABULATE-DIVIDE-PARAGRAPH
               VARYING TAB-PIDX FROM 1 BY 1
               UNTIL TAB-PIDX > TAB-PRIME-COUNT OR TAB-FACTOR-DONE.
           IF TAB-REMAINING > 1 THEN
               *> what is left is a single prime above the square root
               COMPUTE TAB-DIVISORS = TAB-DIVISORS * 2
               COMPUTE TAB-SIGMA = TAB-SIGMA * (TAB-REMAINING + 1)
               COMPUTE TAB-TOTIENT = TAB-TOTIENT * (TAB-REMAINING - 1)
           END-IF
       .

       TABULATE-DIVIDE-PARAGRAPH.
       *> strip every power of one prime out of TAB-REMAINING
           IF TAB-PRIME (TAB-PIDX) * TAB-PRIME (TAB-PIDX)
                   > TAB-REMAINING THEN
               MOVE "Y" TO WS-TAB-FACTOR-FLAG
           ELSE
               MOVE ZERO TO TAB-EXP
               MOVE 1 TO TAB-PPOW
               MOVE 1 TO TAB-PSUM
               DIVIDE TAB-REMAINING BY TAB-PRIME (TAB-PIDX)
                   GIVING TAB-QUOT REMAINDER TAB-REM
               PERFORM UNTIL TAB-REM NOT = ZERO
                   ADD 1 TO TAB-EXP
                   MOVE TAB-QUOT TO TAB-REMAINING
                   COMPUTE TAB-PPOW = TAB-PPOW * TAB-PRIME (TAB-PIDX)
                   ADD TAB-PPOW TO TAB-PSUM
                   DIVIDE TAB-REMAINING BY TAB-PRIME (TAB-PIDX)
                       GIVING TAB-QUOT REMAINDER TAB-REM
               END-PERFORM
               IF TAB-EXP > ZERO THEN
                   COMPUTE TAB-DIVISORS = TAB-DIVISORS * (TAB-EXP + 1)
                   COMPUTE TAB-SIGMA = TAB-SIGMA * TAB-PSUM
                   COMPUTE TAB-TOTIENT = TAB-TOTIENT
                       * (TAB-PPOW / TAB-PRIME (TAB-PIDX))
                       * (TAB-PRIME (TAB-PIDX) - 1)
                   IF TAB-EXP > 1 THEN
                       MOVE "N" TO TAB-SQUAREFREE
                   END-IF
               END-IF
           END-IF
       .

       WRITE-TABULATE-SUMMARY-PARAGRAPH.
       *> the summary page for the range just finished
           PERFORM OPEN-REPORT-EXTEND-PARAGRAPH.
           IF CACHE-AUDIT-FAILED THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "NOTE: prime cache failed its integrity audit"
                   " - quarantined, full sieve used."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
           END-IF.
           MOVE TAB-FROM TO WS-EDIT-NUM.
           MOVE TAB-TO TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Arithmetic functions for n = "
               FUNCTION TRIM(WS-EDIT-NUM) " to "
               FUNCTION TRIM(WS-EDIT-NUM-2) ":"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE "  Numbers tabulated:    " TO WS-LINE-OUT.
           MOVE TAB-NUMBERS TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.
           MOVE "  Perfect:              " TO WS-LINE-OUT.
           MOVE TAB-PERFECT-COUNT TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.
           IF TAB-PERFECT-COUNT > ZERO THEN
               MOVE SPACES TO WS-LINE-OUT
               MOVE 1 TO TAB-LINE-PTR
               STRING "    " DELIMITED BY SIZE
                   INTO WS-LINE-OUT WITH POINTER TAB-LINE-PTR
               PERFORM VARYING TAB-PERFECT-IDX FROM 1 BY 1
                       UNTIL TAB-PERFECT-IDX > 4
                       OR TAB-PERFECT-IDX > TAB-PERFECT-COUNT
                   MOVE TAB-PERFECT-N (TAB-PERFECT-IDX) TO WS-EDIT-NUM
                   STRING " " FUNCTION TRIM(WS-EDIT-NUM)
                       DELIMITED BY SIZE
                       INTO WS-LINE-OUT WITH POINTER TAB-LINE-PTR
               END-PERFORM
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
           END-IF.
           MOVE "  Abundant:             " TO WS-LINE-OUT.
           MOVE TAB-ABUNDANT-COUNT TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.
           MOVE "  Deficient:            " TO WS-LINE-OUT.
           MOVE TAB-DEFICIENT-COUNT TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.
           MOVE "  Squarefree:           " TO WS-LINE-OUT.
           MOVE TAB-SQUAREFREE-COUNT TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.
           MOVE "  Primes (2 divisors):  " TO WS-LINE-OUT.
           MOVE TAB-PRIMES-FOUND TO WS-EDIT-NUM.
           PERFORM WRITE-TABULATE-COUNT-PARAGRAPH.

           MOVE TAB-MOST-DIV TO WS-EDIT-NUM.
           MOVE TAB-MOST-DIV-N TO WS-EDIT-NUM-2.
           MOVE TAB-MOST-DIV-TIES TO WS-EDIT-NUM-3.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Most divisors:        "
               FUNCTION TRIM(WS-EDIT-NUM) " at n = "
               FUNCTION TRIM(WS-EDIT-NUM-2) " ("
               FUNCTION TRIM(WS-EDIT-NUM-3) " in the range reach it)"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE TAB-MAX-SIGMA TO TAB-EDIT-SIGMA.
           MOVE TAB-MAX-SIGMA-N TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Largest divisor sum:  "
               FUNCTION TRIM(TAB-EDIT-SIGMA) " at n = "
               FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE TAB-TOP-ABUND TO TAB-EDIT-RATIO.
           MOVE TAB-TOP-ABUND-N TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Highest sigma(n)/n:   "
               FUNCTION TRIM(TAB-EDIT-RATIO) " at n = "
               FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE TAB-LOW-TOTIENT TO TAB-EDIT-RATIO.
           MOVE TAB-LOW-TOTIENT-N TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Lowest totient(n)/n:  "
               FUNCTION TRIM(TAB-EDIT-RATIO) " at n = "
               FUNCTION TRIM(WS-EDIT-NUM-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Extract:              "
               FUNCTION TRIM(PRIME-TABULATE-FILE-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           CLOSE PRIME-REPORT-FILE
       .

       WRITE-TABULATE-COUNT-PARAGRAPH.
       *> a summary label already in WS-LINE-OUT, its count after it
           MOVE FUNCTION TRIM(WS-EDIT-NUM) TO WS-LINE-OUT (25:).
           PERFORM WRITE-PAGED-LINE-PARAGRAPH
       .

       OPEN-REPORT-EXTEND-PARAGRAPH.
           OPEN EXTEND PRIME-REPORT-FILE.
           IF NOT REPORT-FILE-GOOD THEN
               OPEN OUTPUT PRIME-REPORT-FILE
           END-IF
       .

       LOAD-TABULATE-CKPT-PARAGRAPH.
       *> as with the batch checkpoint, it only counts when it names
       *> the same range file
           MOVE ZERO TO TAB-CKPT-LINE.
           MOVE ZERO TO TAB-CKPT-DONE.
           MOVE "N" TO WS-TAB-COMPLETE-FLAG.
           MOVE "N" TO WS-TAB-RESTART-FLAG.
           OPEN INPUT PRIME-TABULATE-CHECKPOINT-FILE.
           IF TABULATE-CKPT-GOOD THEN
               READ PRIME-TABULATE-CHECKPOINT-FILE
                   NOT AT END
                       IF TBCK-LINE IS NUMERIC AND TBCK-LINE > ZERO
                               AND TBCK-DONE IS NUMERIC
                               AND TBCK-SOURCE =
                                   PRIME-RANGE-FILE-NAME (1:80) THEN
                           MOVE TBCK-LINE TO TAB-CKPT-LINE
                           MOVE TBCK-DONE TO TAB-CKPT-DONE
                           MOVE TBCK-COMPLETE TO WS-TAB-COMPLETE-FLAG
                           MOVE TBCK-TOTALS TO TAB-TOTALS
                           MOVE "Y" TO WS-TAB-RESTART-FLAG
                       END-IF
               END-READ
               CLOSE PRIME-TABULATE-CHECKPOINT-FILE
           END-IF
       .

       SAVE-TABULATE-CKPT-PARAGRAPH.
       *> rewrite the one-record checkpoint: the range line in hand,
       *> the last n written for it, whether its summary is out, and
       *> the running totals
           OPEN OUTPUT PRIME-TABULATE-CHECKPOINT-FILE.
           IF TABULATE-CKPT-GOOD THEN
               MOVE SPACES TO PRIME-TABULATE-CKPT-RECORD
               MOVE TAB-CKPT-LINE TO TBCK-LINE
               MOVE TAB-CKPT-DONE TO TBCK-DONE
               MOVE WS-TAB-COMPLETE-FLAG TO TBCK-COMPLETE
               MOVE PRIME-RANGE-FILE-NAME (1:80) TO TBCK-SOURCE
               MOVE TAB-TOTALS TO TBCK-TOTALS
               WRITE PRIME-TABULATE-CKPT-RECORD
               CLOSE PRIME-TABULATE-CHECKPOINT-FILE
           END-IF
       .

       QUERY-PARAGRAPH.
       *> answer point questions (IS-PRIME n / NEXT-PRIME n / COUNT a b
       *> / NTH k) one line each, instead of forcing the analyst to
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH
       .

       WRITE-RESIDUE-REPORT-PARAGRAPH.
       *> one residue-class section per modulus on the request, off the
       *> sieve already built for WS-FIND - the delimited file is held
       *> open for this request block only, like the report
           PERFORM OPEN-RESIDUE-FILE-PARAGRAPH.
           MOVE SPACES TO RESIDUE-MODULI.
           UNSTRING WS-RESIDUE-TEXT DELIMITED BY "/"
               INTO RESIDUE-MODULUS-TEXT (1) RESIDUE-MODULUS-TEXT (2)
                   RESIDUE-MODULUS-TEXT (3) RESIDUE-MODULUS-TEXT (4)
                   RESIDUE-MODULUS-TEXT (5) RESIDUE-MODULUS-TEXT (6)
                   RESIDUE-MODULUS-TEXT (7) RESIDUE-MODULUS-TEXT (8)
           END-UNSTRING.
           PERFORM VARYING RES-MOD-IDX FROM 1 BY 1
                   UNTIL RES-MOD-IDX > 8
               IF RESIDUE-MODULUS-TEXT (RES-MOD-IDX) NOT = SPACES THEN
                   COMPUTE RES-MODULUS-NUM = FUNCTION NUMVAL(
                       RESIDUE-MODULUS-TEXT (RES-MOD-IDX))
                   IF RES-MODULUS-NUM < 2
                           OR RES-MODULUS-NUM > 1000 THEN
                       PERFORM WRITE-INVALID-MODULUS-PARAGRAPH
                   ELSE
                       MOVE RES-MODULUS-NUM TO RES-MODULUS
                       PERFORM RESIDUE-SECTION-PARAGRAPH
                           THRU RESIDUE-SECTION-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           IF RESIDUE-FILE-OPEN THEN
               CLOSE PRIME-RESIDUE-FILE
           END-IF
       .

       OPEN-RESIDUE-FILE-PARAGRAPH.
       *> a fresh batch run starts the file over with its header; a
       *> restarted run (or a later request) appends to it
           MOVE "N" TO WS-RESIDUE-OPEN-FLAG.
           IF RESIDUE-FILE-FRESH THEN
               OPEN OUTPUT PRIME-RESIDUE-FILE
           ELSE
               OPEN EXTEND PRIME-RESIDUE-FILE
               IF NOT RESIDUE-FILE-GOOD THEN
                   MOVE "Y" TO WS-RESIDUE-FRESH-FLAG
                   OPEN OUTPUT PRIME-RESIDUE-FILE
               END-IF
           END-IF.
           IF RESIDUE-FILE-GOOD THEN
               MOVE "Y" TO WS-RESIDUE-OPEN-FLAG
               IF RESIDUE-FILE-FRESH THEN
                   MOVE "limit;modulus;kind;class;primes;percent;"
                       & "deviation;at;from" TO PRIME-RESIDUE-RECORD
                   WRITE PRIME-RESIDUE-RECORD
                   MOVE "N" TO WS-RESIDUE-FRESH-FLAG
               END-IF
           ELSE
               DISPLAY "Could not open " PRIME-RESIDUE-FILE-NAME
                   " status " WS-RESIDUE-STATUS
           END-IF
       .

       WRITE-INVALID-MODULUS-PARAGRAPH.
           ADD 1 TO REQUEST-REJECTS.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Modulus "
               FUNCTION TRIM(RESIDUE-MODULUS-TEXT (RES-MOD-IDX))
               " is out of range (2 - 1000) - skipped."
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH
       .

       RESIDUE-SECTION-PARAGRAPH.
       *> classes 0 .. k-1 sit at subscripts 1 .. k; only the classes
       *> prime to k can hold more than one prime, so the even spread
       *> is their primes shared equally over phi(k) classes
           MOVE ZERO TO RES-PHI.
           PERFORM VARYING RES-SUB FROM 1 BY 1
                   UNTIL RES-SUB > RES-MODULUS
               COMPUTE RES-GCD-A = RES-SUB - 1
               MOVE RES-MODULUS TO RES-GCD-B
               PERFORM RESIDUE-GCD-PARAGRAPH
               IF RES-GCD-A = 1 THEN
                   MOVE "Y" TO RES-CLASS-COPRIME (RES-SUB)
                   ADD 1 TO RES-PHI
               ELSE
                   MOVE "N" TO RES-CLASS-COPRIME (RES-SUB)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-RESIDUE-EMIT-FLAG.
           PERFORM RESIDUE-WALK-PARAGRAPH.
           MOVE ZERO TO RES-TOTAL.
           MOVE ZERO TO RES-COPRIME-TOTAL.
           PERFORM VARYING RES-SUB FROM 1 BY 1
                   UNTIL RES-SUB > RES-MODULUS
               ADD RES-CLASS-PRIMES (RES-SUB) TO RES-TOTAL
               IF RES-CLASS-COPRIME (RES-SUB) = "Y" THEN
                   ADD RES-CLASS-PRIMES (RES-SUB) TO RES-COPRIME-TOTAL
               END-IF
           END-PERFORM.

           MOVE RES-MODULUS TO RES-MODULUS-EDIT.
           MOVE WS-FIND TO WS-EDIT-NUM.
           MOVE RES-TOTAL TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Residue classes mod "
               FUNCTION TRIM(RES-MODULUS-EDIT) " - "
               FUNCTION TRIM(WS-EDIT-NUM-2) " primes up to "
               FUNCTION TRIM(WS-EDIT-NUM) ":"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           IF RES-TOTAL = ZERO THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "  (no primes to distribute)"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
               MOVE SPACES TO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
               GO TO RESIDUE-SECTION-EXIT
           END-IF.
           COMPUTE RES-EXPECTED = RES-COPRIME-TOTAL / RES-PHI.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Class" "  Primes" "     Pct" "  Expected"
               "  Deviation" "      Dev%" "     Led"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           PERFORM VARYING RES-SUB FROM 1 BY 1
                   UNTIL RES-SUB > RES-MODULUS
               IF RES-CLASS-COPRIME (RES-SUB) = "Y"
                       OR RES-CLASS-PRIMES (RES-SUB) > ZERO THEN
                   PERFORM WRITE-RESIDUE-CLASS-PARAGRAPH
               END-IF
           END-PERFORM.

           *> second walk lists the lead changes themselves now that
           *> the first one has counted them
           MOVE RES-LEAD-CHANGES TO WS-EDIT-NUM.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "  Lead changes between classes: "
               FUNCTION TRIM(WS-EDIT-NUM)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE "Y" TO WS-RESIDUE-EMIT-FLAG.
           PERFORM RESIDUE-WALK-PARAGRAPH.
           IF RES-LEAD-CHANGES > RES-LEAD-LISTED THEN
               COMPUTE WS-EDIT-NUM = RES-LEAD-CHANGES - RES-LEAD-LISTED
               MOVE SPACES TO WS-LINE-OUT
               STRING "    ... " FUNCTION TRIM(WS-EDIT-NUM)
                   " more in " FUNCTION TRIM(PRIME-RESIDUE-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINE-OUT.
           IF RES-LEADER = ZERO THEN
               STRING "  No class prime to the modulus holds a prime."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           ELSE
               COMPUTE RES-CLASS-EDIT = RES-LEADER - 1
               STRING "  Class " FUNCTION TRIM(RES-CLASS-EDIT)
                   " holds the lead at the end of the range."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           END-IF.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
       RESIDUE-SECTION-EXIT.
           EXIT
       .

       RESIDUE-GCD-PARAGRAPH.
       *> Euclid on RES-GCD-A / RES-GCD-B, the divisor left in A
           PERFORM UNTIL RES-GCD-B = ZERO
               DIVIDE RES-GCD-A BY RES-GCD-B
                   GIVING RES-QUOT REMAINDER RES-GCD-R
               MOVE RES-GCD-B TO RES-GCD-A
               MOVE RES-GCD-R TO RES-GCD-B
           END-PERFORM
       .

       RESIDUE-WALK-PARAGRAPH.
       *> run through the primes in order counting each class; among
       *> the classes prime to k the lead passes only when a class
       *> strictly overtakes the leader (a tie leaves it where it is),
       *> and RES-CLASS-LED counts the primes at which each class led
           PERFORM VARYING RES-SUB FROM 1 BY 1
                   UNTIL RES-SUB > RES-MODULUS
               MOVE ZERO TO RES-CLASS-PRIMES (RES-SUB)
               MOVE ZERO TO RES-CLASS-LED (RES-SUB)
           END-PERFORM.
           MOVE ZERO TO RES-LEADER.
           MOVE ZERO TO RES-LEAD-CHANGES.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND >= WS-FIND
               IF PRIMES-TABLE (IND) <> 0 THEN
                   PERFORM RESIDUE-STEP-PARAGRAPH
               END-IF
           END-PERFORM
       .

       RESIDUE-STEP-PARAGRAPH.
           DIVIDE PRIMES-TABLE (IND) BY RES-MODULUS
               GIVING RES-QUOT REMAINDER RES-RESIDUE.
           COMPUTE RES-SUB = RES-RESIDUE + 1.
           ADD 1 TO RES-CLASS-PRIMES (RES-SUB).
           IF RES-CLASS-COPRIME (RES-SUB) = "Y" THEN
               IF RES-LEADER = ZERO THEN
                   MOVE RES-SUB TO RES-LEADER
               ELSE
                   IF RES-SUB NOT = RES-LEADER
                           AND RES-CLASS-PRIMES (RES-SUB)
                               > RES-CLASS-PRIMES (RES-LEADER) THEN
                       ADD 1 TO RES-LEAD-CHANGES
                       MOVE RES-LEADER TO RES-OLD-LEADER
                       MOVE RES-SUB TO RES-LEADER
                       IF RESIDUE-EMIT-LEADS THEN
                           PERFORM WRITE-RESIDUE-LEAD-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO RES-CLASS-LED (RES-LEADER)
           END-IF
       .

       WRITE-RESIDUE-CLASS-PARAGRAPH.
       *> report line and delimited row for class RES-SUB - 1; a class
       *> sharing a factor with k holds at most that one prime and
       *> takes no part in the even spread
           COMPUTE RES-PERCENT ROUNDED =
               RES-CLASS-PRIMES (RES-SUB) * 100 / RES-TOTAL.
           COMPUTE RES-LINE-CLASS = RES-SUB - 1.
           MOVE RES-LINE-CLASS TO RES-CLASS-EDIT.
           MOVE RES-CLASS-PRIMES (RES-SUB) TO RES-LINE-PRIMES.
           MOVE RES-PERCENT TO RES-LINE-PCT.
           MOVE RES-PERCENT TO RES-PCT-EDIT.
           IF RES-CLASS-COPRIME (RES-SUB) = "Y" THEN
               COMPUTE RES-DEVIATION =
                   RES-CLASS-PRIMES (RES-SUB) - RES-EXPECTED
               IF RES-EXPECTED > ZERO THEN
                   COMPUTE RES-DEV-PERCENT ROUNDED =
                       RES-DEVIATION * 100 / RES-EXPECTED
               ELSE
                   MOVE ZERO TO RES-DEV-PERCENT
               END-IF
               COMPUTE RES-LINE-EXPECT ROUNDED = RES-EXPECTED
               COMPUTE RES-LINE-DEV ROUNDED = RES-DEVIATION
               COMPUTE RES-DEV-EDIT ROUNDED = RES-DEVIATION
               MOVE RES-DEV-EDIT TO RES-DEV-TEXT
               MOVE RES-DEV-PERCENT TO RES-LINE-DEVPCT
               MOVE RES-CLASS-LED (RES-SUB) TO RES-LINE-LED
               MOVE RESIDUE-CLASS-LINE TO WS-LINE-OUT
           ELSE
               MOVE SPACES TO RES-DEV-TEXT
               MOVE RESIDUE-CLASS-LINE TO WS-LINE-OUT
               MOVE "  (shares a factor with the modulus)"
                   TO WS-LINE-OUT (24:)
           END-IF.
           PERFORM WRITE-PAGED-LINE-PARAGRAPH.
           IF RESIDUE-FILE-OPEN THEN
               MOVE WS-FIND TO WS-EDIT-NUM
               MOVE RES-CLASS-PRIMES (RES-SUB) TO WS-EDIT-NUM-2
               MOVE SPACES TO WS-RESIDUE-LINE
               STRING FUNCTION TRIM(WS-EDIT-NUM) ";"
                   FUNCTION TRIM(RES-MODULUS-EDIT) ";CLASS;"
                   FUNCTION TRIM(RES-CLASS-EDIT) ";"
                   FUNCTION TRIM(WS-EDIT-NUM-2) ";"
                   FUNCTION TRIM(RES-PCT-EDIT) ";"
                   FUNCTION TRIM(RES-DEV-TEXT) ";;"
                   DELIMITED BY SIZE INTO WS-RESIDUE-LINE
               WRITE PRIME-RESIDUE-RECORD FROM WS-RESIDUE-LINE
           END-IF
       .

       WRITE-RESIDUE-LEAD-PARAGRAPH.
       *> the first RES-LEAD-LISTED changes go in the report, every
       *> change goes in the delimited file
           COMPUTE RES-CLASS-EDIT = RES-LEADER - 1.
           COMPUTE RES-CLASS-EDIT-2 = RES-OLD-LEADER - 1.
           MOVE PRIMES-TABLE (IND) TO WS-EDIT-NUM-3.
           MOVE RES-CLASS-PRIMES (RES-LEADER) TO WS-EDIT-NUM-2.
           IF RES-LEAD-CHANGES <= RES-LEAD-LISTED THEN
               MOVE RES-CLASS-PRIMES (RES-OLD-LEADER) TO WS-EDIT-NUM
               MOVE SPACES TO WS-LINE-OUT
               STRING "    at " FUNCTION TRIM(WS-EDIT-NUM-3)
                   ": class " FUNCTION TRIM(RES-CLASS-EDIT)
                   " overtakes class " FUNCTION TRIM(RES-CLASS-EDIT-2)
                   " (" FUNCTION TRIM(WS-EDIT-NUM-2) " to "
                   FUNCTION TRIM(WS-EDIT-NUM) ")"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-PAGED-LINE-PARAGRAPH
           END-IF.
           IF RESIDUE-FILE-OPEN THEN
               MOVE WS-FIND TO WS-EDIT-NUM
               MOVE SPACES TO WS-RESIDUE-LINE
               STRING FUNCTION TRIM(WS-EDIT-NUM) ";"
                   FUNCTION TRIM(RES-MODULUS-EDIT) ";LEAD;"
                   FUNCTION TRIM(RES-CLASS-EDIT) ";"
                   FUNCTION TRIM(WS-EDIT-NUM-2) ";;;"
                   FUNCTION TRIM(WS-EDIT-NUM-3) ";"
                   FUNCTION TRIM(RES-CLASS-EDIT-2)
                   DELIMITED BY SIZE INTO WS-RESIDUE-LINE
               WRITE PRIME-RESIDUE-RECORD FROM WS-RESIDUE-LINE
           END-IF
       .
