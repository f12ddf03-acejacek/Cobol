           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CONTROL-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
           SELECT WORDS-CORPUS-FILE ASSIGN TO WORDS-CORPUS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORPUS-REC-WORD
               FILE STATUS IS WS-CORPUS-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO WATCH-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT WATCH-REPORT-FILE ASSIGN TO WATCH-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD WORDS-CORPUS-FILE.
       01 WORDS-CORPUS-RECORD.
           05 CORPUS-REC-WORD  PIC X(40).
           05 CORPUS-REC-DOCS  PIC 9(7).

       FD WATCH-LIST-FILE.
       01 WATCH-LIST-RECORD    PIC X(100).

       FD WATCH-REPORT-FILE.
       01 WATCH-REPORT-RECORD  PIC X(200).

       WORKING-STORAGE SECTION.

       01 FILE-NAME      PIC X(255).
       01 WS-START-SECS      PIC 9(7) VALUE ZERO.
       01 WS-END-SECS        PIC 9(7) VALUE ZERO.
       01 JH-RUN-ELAPSED     PIC 9(6) VALUE ZERO.
       *> control totals for the balancing step - a batch run appends
       *> one record of batch-list entries read, files reported and
       *> files that could not be opened
       01 CONTROL-TOTALS-FILE-NAME  PIC X(255)
                   VALUE "control-totals.txt".
       01 WS-TOTALS-STATUS   PIC XX.
           88 TOTALS-FILE-GOOD   VALUE ZERO.
       01 BATCH-ENTRIES-READ PIC 9(6) VALUE ZERO.
       01 BATCH-FILES-FAILED PIC 9(6) VALUE ZERO.
       01 WS-EXPORT-LINE     PIC X(200).
       01 WS-EXPORT-PTR      PIC 999.
       01 WS-EXPORT-NUM-D    PIC ZZZ9.
                   *> file's BATCH-FILE-NAME slot, so the combined
                   *> ranking can say which file drove the total

       *> persistent corpus master - one record per word ever counted,
       *> keyed by the word and carrying how many documents hold it,
       *> plus a "*DOCUMENTS" record carrying how many documents have
       *> been processed ("*" can't start a word, CLEANUP-LINE
       *> converts it away). Held open I-O for the whole run and
       *> bumped by key once per word per file counted; a missing
       *> master just means an empty corpus, so the first run starts
       *> one
       01 WORDS-CORPUS-FILE-NAME  PIC X(255)
                   VALUE "words-corpus.dat".
       01 WS-CORPUS-STATUS   PIC XX.
           88 CORPUS-FILE-GOOD       VALUES ZERO, "10".
           88 CORPUS-FILE-MISSING    VALUE "35".
       01 WS-CORPUS-OPEN     PIC X VALUE "N".
           88 CORPUS-IS-OPEN         VALUE "Y".
       01 CORPUS-DOCUMENTS   PIC 9(7) VALUE ZERO.
       01 CORPUS-DOCUMENTS-D PIC Z,ZZZ,ZZ9.
       01 CORPUS-FAILURES    PIC 9(6) VALUE ZERO.
       01 CORPUS-FAILURES-D  PIC ZZZ,ZZ9.
       01 CORPUS-WORD-IN     PIC X(40) VALUE SPACES.
       01 WS-CORPUS-FOUND    PIC X VALUE "N".
           88 CORPUS-WORD-FOUND      VALUE "Y".

       *> distinctive-words ranking - tf-idf, the word's count in the
       *> document (or the whole batch) times the log of documents in
       *> the corpus over documents holding the word, so a word every
       *> document uses scores nothing however often it appears. The
       *> corpus already includes the document being reported on
       01 DISTINCT-STORAGE BASED.
           05 DISTINCT-ENTRY OCCURS WORDS-LIMIT TIMES
                             DESCENDING KEY IS DS-SCORE
                             INDEXED BY DS-IDX.
               10 DS-WORD      PIC X(40).
               10 DS-COUNT     PIC 9(6).
               10 DS-DOCS      PIC 9(7).
               10 DS-SCORE     PIC 9(7)V9(4).
       01 DISTINCT-COUNT     PIC 9(5) VALUE ZERO.
       01 DISTINCT-HEADING   PIC X(14) VALUE SPACES.
       01 DS-SCORE-D         PIC ZZZ,ZZ9.99.
       01 DS-DOCS-D          PIC Z,ZZZ,ZZ9.

       *> compliance watch list - one "term=severity" line per watched
       *> word or two-word phrase, severity HIGH, MEDIUM or LOW (only
       *> the first letter counts, MEDIUM when missing). Each term goes
       *> through the same cleanup, lower-casing and lemma merging as
       *> the text, so it is held in the form STORE-WORD counts (a
       *> phrase as the bigram STORE-WORD builds). Every file's hits go
       *> to one exception report per run; any HIGH hit ends the run
       *> with a HOLD job-history status. With no list nothing here
       *> runs
       01 WATCH-LIST-FILE-NAME    PIC X(255)
                   VALUE "watchlist.txt".
       01 WS-WATCH-STATUS    PIC XX.
           88 WATCH-FILE-GOOD        VALUES ZERO, "10".
           88 END-OF-WATCH-FILE      VALUE "10".
       01 WATCH-REPORT-FILE-NAME  PIC X(255)
                   VALUE "watch-exceptions.txt".
       01 WS-WATCH-REPORT-STATUS PIC XX.
           88 WATCH-REPORT-GOOD      VALUE ZERO.
       78 WATCH-LIMIT VALUE 200.
       01 WATCH-COUNT        PIC 999 VALUE ZERO.
       01 WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WATCH-COUNT
                       ASCENDING KEY IS WT-TERM
                       INDEXED BY WT-IDX.
               10 WT-TERM           PIC X(81).
               10 WT-SEVERITY       PIC X(6).
                   88 WT-HIGH-SEVERITY VALUE "HIGH".
               10 WT-FILE-COUNT     PIC 9(6).
                   *> hits in the current file only
               10 WT-LINE-COUNT     PIC 99.
               10 WT-LINES-TRUNCATED PIC X.
                   88 WT-LINES-WERE-TRUNCATED VALUE "Y".
               10 WT-LINE-NUMBERS   PIC 9(6)
                                     OCCURS WORD-LINES-LIMIT TIMES.
       01 WATCH-TERM-IN      PIC X(81) VALUE SPACES.
       01 WATCH-SEVERITY-IN  PIC X(10) VALUE SPACES.
       01 WATCH-WORD-1       PIC X(40) VALUE SPACES.
       01 WATCH-WORD-2       PIC X(40) VALUE SPACES.
       01 WATCH-WORD-3       PIC X(40) VALUE SPACES.
       01 WATCH-KEY-IN       PIC X(81) VALUE SPACES.
       01 WATCH-REJECTED     PIC 999 VALUE ZERO.
       01 WATCH-LINE-BASE    PIC 9(6) VALUE ZERO.
           *> WS-LINE-NUMBER before the current file's first line, so
           *> the exception report gives lines within the file itself
       01 WATCH-LINE-IN-FILE PIC 9(6) VALUE ZERO.
       01 WATCH-HITS-TOTAL   PIC 9(6) VALUE ZERO.
       01 WATCH-HIGH-HITS    PIC 9(6) VALUE ZERO.
       01 WATCH-FILES-HIT    PIC 9(4) VALUE ZERO.
       01 WATCH-FILE-WAS-HIT PIC X VALUE "N".
           88 WATCH-FILE-HIT         VALUE "Y".
       01 WATCH-LINE-OUT     PIC X(200).
       01 WATCH-PTR          PIC 999.
       01 WATCH-NUM-D        PIC ZZZ,ZZ9.
       01 WATCH-NUM-D-2      PIC ZZZ,ZZ9.

       *> near-duplicate detection for the combined report - every
       *> batch file's word counts kept as one slice of DUP-VECTOR-ENTRY
       *> (in word order, taken while LIST-OF-WORDS is still sorted by
       *> word), independent of MATRIX-FILES-LIMIT so every file in the
       *> run is compared with every other. Similarity is the cosine of
       *> the two count vectors, as a percentage; pairs at or above
       *> DUPLICATE-THRESHOLD are flagged with the words whose counts
       *> differ most. A file that no longer fits the work table is
       *> counted and reported as not compared
       78 DUP-FILES-LIMIT VALUE 200.
       78 DUP-WORDS-LIMIT VALUE 200000.
       01 DUPLICATE-THRESHOLD PIC 999 VALUE 80.
       01 DUP-FILE-COUNT     PIC 9(4) VALUE ZERO.
       01 DUP-WORD-COUNT     PIC 9(6) VALUE ZERO.
       01 DUP-FILES-SKIPPED  PIC 9(4) VALUE ZERO.
       01 DUP-FILES-TABLE.
           05 DUP-FILE-ENTRY OCCURS 200 TIMES.
               10 DF-NAME        PIC X(40).
               10 DF-START       PIC 9(6).
               10 DF-WORDS       PIC 9(6).
               10 DF-NORM-SQ     PIC 9(15).
       01 DUP-VECTOR-STORAGE BASED.
           05 DUP-VECTOR-ENTRY OCCURS DUP-WORDS-LIMIT TIMES.
               10 DV-WORD        PIC X(40).
               10 DV-COUNT       PIC 9(4).
               10 DV-SIZE        PIC 99.
       01 DUP-I              PIC 9(4) VALUE ZERO.
       01 DUP-J              PIC 9(4) VALUE ZERO.
       01 DUP-P              PIC 9(6) VALUE ZERO.
       01 DUP-Q              PIC 9(6) VALUE ZERO.
       01 DUP-P-END          PIC 9(6) VALUE ZERO.
       01 DUP-Q-END          PIC 9(6) VALUE ZERO.
       01 DUP-SIDE           PIC X VALUE SPACE.
           88 DUP-SIDE-P             VALUE "P".
           88 DUP-SIDE-Q             VALUE "Q".
           88 DUP-SIDE-BOTH          VALUE "B".
       01 DUP-DOT            PIC 9(15) VALUE ZERO.
       01 DUP-SIMILARITY     PIC 999V99 VALUE ZERO.
       01 DUP-SIMILARITY-D   PIC ZZ9.99.
       01 DUP-THRESHOLD-D    PIC ZZ9.
       01 DUP-PAIRS          PIC 9(6) VALUE ZERO.
       01 DUP-FLAGGED        PIC 9(6) VALUE ZERO.
       01 DUP-KIND           PIC X(9) VALUE SPACES.
       01 DUP-COLLECT        PIC X VALUE "N".
           88 DUP-COLLECTING-DIFFS   VALUE "Y".
       01 DUP-A              PIC 9(4) VALUE ZERO.
       01 DUP-B              PIC 9(4) VALUE ZERO.
       01 DUP-SIZE           PIC 99 VALUE ZERO.
       01 DUP-WORD           PIC X(40) VALUE SPACES.
       01 DUP-DIFF           PIC 9(4) VALUE ZERO.
       01 DUP-TOP-TABLE.
           05 DUP-TOP-ENTRY OCCURS 5 TIMES.
               10 DT-WORD        PIC X(40).
               10 DT-A           PIC 9(4).
               10 DT-B           PIC 9(4).
               10 DT-DIFF        PIC 9(4).
       01 DUP-TOP-SWAP       PIC X(52).
       01 DT-K               PIC 9 VALUE ZERO.
       01 DUP-NUM-D          PIC ZZZ9.
       01 DUP-NUM-D-2        PIC ZZZ9.
       01 DUP-DIFF-TEXT      PIC X(100).
       01 DUP-DIFF-PTR       PIC 999.

       *> fields used to derive a report's file name from the input (or
       *> batch list) file name it reports on, instead of a fixed name
       01 WS-NAME-TO-DERIVE    PIC X(255).
           *> PROCESS-FILE-PARAGRAPH, one fresh copy per file
           PERFORM LOAD-STOP-WORDS-PARAGRAPH
           PERFORM LOAD-LEMMAS-PARAGRAPH
           PERFORM OPEN-CORPUS-PARAGRAPH THRU OPEN-CORPUS-EXIT
           PERFORM LOAD-WATCH-LIST-PARAGRAPH
               THRU LOAD-WATCH-LIST-EXIT

           IF MODE-BATCH THEN
               MOVE "BATCH" TO JH-RUN-MODE
               MOVE WORDS-BATCH-FILE-NAME (1:24) TO JH-RUN-INPUT
               ALLOCATE AGG-TABLE-STORAGE INITIALIZED
               ALLOCATE AGG-BIGRAM-STORAGE INITIALIZED
               ALLOCATE DUP-VECTOR-STORAGE INITIALIZED
               PERFORM BATCH-PARAGRAPH THRU BATCH-PARAGRAPH-EXIT
               PERFORM PROCESS-AGG-WORDS-LIST
               FREE AGG-TABLE-STORAGE
               FREE AGG-BIGRAM-STORAGE
               FREE DUP-VECTOR-STORAGE
               MOVE FILES-PROCESSED TO JH-RUN-PROCESSED
               MOVE AGG-WORDS-DROPPED TO JH-RUN-REJECTS
               PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH
           ELSE
               MOVE "SINGLE" TO JH-RUN-MODE
               MOVE FILE-NAME (1:24) TO JH-RUN-INPUT
               MOVE WORDS-DROPPED TO JH-RUN-REJECTS
           END-IF

           PERFORM CLOSE-WATCH-REPORT-PARAGRAPH
               THRU CLOSE-WATCH-REPORT-EXIT
           PERFORM CLOSE-CORPUS-PARAGRAPH THRU CLOSE-CORPUS-EXIT
           PERFORM FINISH
       .

               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN "CONTROL-TOTALS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO CONTROL-TOTALS-FILE-NAME
               WHEN "WORDS-CORPUS-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO WORDS-CORPUS-FILE-NAME
               WHEN "DUPLICATE-THRESHOLD"
                   COMPUTE RC-NUM = FUNCTION NUMVAL(RC-VALUE)
                   IF RC-NUM > ZERO AND RC-NUM <= 100
                       MOVE RC-NUM TO DUPLICATE-THRESHOLD
                   END-IF
               WHEN "WATCH-LIST-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO WATCH-LIST-FILE-NAME
               WHEN "WATCH-REPORT-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO WATCH-REPORT-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO SECTION-COUNT
           MOVE ZERO TO SECTION-OVERFLOW
           MOVE "N" TO WS-SECTION-FLAG
           MOVE WS-LINE-NUMBER TO WATCH-LINE-BASE
           IF WATCH-COUNT > ZERO
               PERFORM RESET-WATCH-COUNTS-PARAGRAPH
           END-IF
           SET WORDS-IDX TO 1
           PERFORM UNTIL END-OF-FILE
               READ FILE-HANDLE
           CLOSE FILE-HANDLE
           ADD 1 TO FILES-PROCESSED
           PERFORM CLOSE-SECTION-PARAGRAPH
           PERFORM UPDATE-CORPUS-PARAGRAPH
           IF MODE-BATCH THEN
               PERFORM RECORD-DUP-VECTOR-PARAGRAPH
           END-IF
           IF WATCH-COUNT > ZERO
               PERFORM WRITE-WATCH-HITS-PARAGRAPH
           END-IF

           PERFORM PROCESS-WORDS-LIST
           IF MODE-BATCH THEN
                       CONTINUE
                   NOT AT END
                       IF WORDS-BATCH-RECORD IS NOT EQUAL TO SPACES THEN
                           ADD 1 TO BATCH-ENTRIES-READ
                           MOVE SPACES TO FILE-NAME
                           MOVE FUNCTION TRIM(WORDS-BATCH-RECORD)
                               TO FILE-NAME
                           ELSE
                               DISPLAY "Could not open " FILE-NAME
                                   " status " WS-FILE-STATUS
                               ADD 1 TO BATCH-FILES-FAILED
                           END-IF
                       END-IF
               END-READ
           *> downstream (table, bigrams, concordance) sees the word
           PERFORM APPLY-LEMMA-PARAGRAPH

           IF WATCH-COUNT > ZERO
               MOVE FUNCTION LOWER-CASE(WORD-1) TO WATCH-KEY-IN
               PERFORM CHECK-WATCH-TERM-PARAGRAPH
           END-IF

           IF SECTION-IS-ACTIVE
               *> the section's own ranking counts the same merged,
               *> stop-word-free form the main table counts
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WORD-1))
                   DELIMITED BY SIZE INTO BIGRAM-1
               PERFORM STORE-BIGRAM-PARAGRAPH
               IF WATCH-COUNT > ZERO
                   MOVE BIGRAM-1 TO WATCH-KEY-IN
                   PERFORM CHECK-WATCH-TERM-PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION LOWER-CASE(WORD-1) TO PREV-WORD

           END-IF

           PERFORM WRITE-BIGRAMS-SECTION
           PERFORM WRITE-DISTINCTIVE-SECTION

           MOVE SENTENCE-COUNT TO READABILITY-SENTENCES
           MOVE RAW-WORDS-TOTAL TO READABILITY-WORDS
           END-IF

           PERFORM WRITE-AGG-BIGRAMS-SECTION
           PERFORM WRITE-AGG-DISTINCTIVE-SECTION
           PERFORM WRITE-DUPLICATES-SECTION

           MOVE AGG-SENTENCE-COUNT TO READABILITY-SENTENCES
           MOVE AGG-RAW-WORDS-TOTAL TO READABILITY-WORDS
           END-IF
       .

       OPEN-CORPUS-PARAGRAPH.
       *> the corpus master as the last run left it - no master yet
       *> means no documents and no words, and this run starts one
           OPEN I-O WORDS-CORPUS-FILE
           IF CORPUS-FILE-MISSING
               OPEN OUTPUT WORDS-CORPUS-FILE
               CLOSE WORDS-CORPUS-FILE
               OPEN I-O WORDS-CORPUS-FILE
           END-IF
           IF NOT CORPUS-FILE-GOOD
               DISPLAY "Corpus master "
                   FUNCTION TRIM(WORDS-CORPUS-FILE-NAME)
                   " could not be opened (status " WS-CORPUS-STATUS
                   ") - corpus not updated."
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO OPEN-CORPUS-EXIT
           END-IF
           MOVE "Y" TO WS-CORPUS-OPEN
           MOVE "*DOCUMENTS" TO CORPUS-WORD-IN
           PERFORM FIND-CORPUS-WORD-PARAGRAPH
           IF CORPUS-WORD-FOUND
               MOVE CORPUS-REC-DOCS TO CORPUS-DOCUMENTS
           END-IF.
       OPEN-CORPUS-EXIT.
           EXIT
       .

       UPDATE-CORPUS-PARAGRAPH.
       *> count the file just read as one more corpus document and
       *> every distinct word in it as appearing in one more document
           IF CORPUS-IS-OPEN
               PERFORM VARYING WORDS-IDX FROM 1 BY 1
                       UNTIL WORDS-IDX > WORDS-LIMIT
                   IF WORD-COUNTER(WORDS-IDX) IS GREATER THAN ZERO
                       MOVE THE-WORD(WORDS-IDX) TO CORPUS-WORD-IN
                       PERFORM BUMP-CORPUS-WORD-PARAGRAPH
                   END-IF
               END-PERFORM
               MOVE "*DOCUMENTS" TO CORPUS-WORD-IN
               PERFORM BUMP-CORPUS-WORD-PARAGRAPH
               IF CORPUS-WORD-FOUND
                   MOVE CORPUS-REC-DOCS TO CORPUS-DOCUMENTS
               END-IF
           END-IF
       .

       BUMP-CORPUS-WORD-PARAGRAPH.
       *> one more document for CORPUS-WORD-IN - rewrite its record,
       *> or add it with one document the first time it is seen. A
       *> record that can't be written leaves the master short, so
       *> the run is flagged
           PERFORM FIND-CORPUS-WORD-PARAGRAPH
           IF CORPUS-WORD-FOUND
               ADD 1 TO CORPUS-REC-DOCS
               REWRITE WORDS-CORPUS-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-CORPUS-FOUND
               END-REWRITE
           ELSE
               MOVE CORPUS-WORD-IN TO CORPUS-REC-WORD
               MOVE 1 TO CORPUS-REC-DOCS
               WRITE WORDS-CORPUS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CORPUS-FOUND
               END-WRITE
           END-IF
           IF NOT CORPUS-WORD-FOUND
               ADD 1 TO CORPUS-FAILURES
               IF CORPUS-FAILURES = 1
                   DISPLAY "Corpus master write failed for "
                       FUNCTION TRIM(CORPUS-WORD-IN)
                       " (status " WS-CORPUS-STATUS ")"
               END-IF
               MOVE "ERROR" TO JH-RUN-STATUS
           END-IF
       .

       FIND-CORPUS-WORD-PARAGRAPH.
       *> keyed read of the master; the caller sets CORPUS-WORD-IN and
       *> finds the word's documents in CORPUS-REC-DOCS
           MOVE "N" TO WS-CORPUS-FOUND
           IF CORPUS-IS-OPEN
               MOVE CORPUS-WORD-IN TO CORPUS-REC-WORD
               READ WORDS-CORPUS-FILE
                   KEY IS CORPUS-REC-WORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CORPUS-FOUND
               END-READ
           END-IF
       .

       CLOSE-CORPUS-PARAGRAPH.
       *> every update is already on the master - close it and say how
       *> large the corpus has grown
           IF NOT CORPUS-IS-OPEN
               GO TO CLOSE-CORPUS-EXIT
           END-IF
           CLOSE WORDS-CORPUS-FILE
           MOVE "N" TO WS-CORPUS-OPEN
           MOVE CORPUS-DOCUMENTS TO CORPUS-DOCUMENTS-D
           DISPLAY "Corpus master holds "
               FUNCTION TRIM(CORPUS-DOCUMENTS-D) " documents."
           IF CORPUS-FAILURES IS GREATER THAN ZERO
               MOVE CORPUS-FAILURES TO CORPUS-FAILURES-D
               DISPLAY "Corpus master records not written: "
                   FUNCTION TRIM(CORPUS-FAILURES-D)
           END-IF.
       CLOSE-CORPUS-EXIT.
           EXIT
       .

       WRITE-DISTINCTIVE-SECTION.
       *> the file's words ranked by tf-idf against the corpus master
       *> instead of by raw count - short words are skipped, like the
       *> top list above
           ALLOCATE DISTINCT-STORAGE INITIALIZED
           MOVE ZERO TO DISTINCT-COUNT
           PERFORM VARYING WORDS-IDX FROM 1 BY 1
                   UNTIL WORDS-IDX > WORDS-UNIQ
               IF WORD-COUNTER(WORDS-IDX) IS GREATER THAN ZERO
                       AND WORD-SIZE(WORDS-IDX) > WORD-SIZE-TRESHOLD
                   MOVE THE-WORD(WORDS-IDX) TO CORPUS-WORD-IN
                   PERFORM FIND-CORPUS-WORD-PARAGRAPH
                   ADD 1 TO DISTINCT-COUNT
                   MOVE THE-WORD(WORDS-IDX) TO DS-WORD(DISTINCT-COUNT)
                   MOVE WORD-COUNTER(WORDS-IDX)
                       TO DS-COUNT(DISTINCT-COUNT)
                   PERFORM SCORE-DISTINCT-ENTRY
               END-IF
           END-PERFORM
           MOVE "Top " TO DISTINCT-HEADING
           PERFORM WRITE-DISTINCTIVE-LINES
           FREE DISTINCT-STORAGE
       .

       WRITE-AGG-DISTINCTIVE-SECTION.
       *> the whole batch's words ranked by tf-idf against the corpus
       *> master - same shape as WRITE-DISTINCTIVE-SECTION, drawing
       *> from the merged cross-file table
           ALLOCATE DISTINCT-STORAGE INITIALIZED
           MOVE ZERO TO DISTINCT-COUNT
           PERFORM VARYING AGG-WORDS-IDX FROM 1 BY 1
                   UNTIL AGG-WORDS-IDX > AGG-WORDS-UNIQ
               IF AGG-WORD-COUNTER(AGG-WORDS-IDX) IS GREATER THAN ZERO
                       AND AGG-WORD-SIZE(AGG-WORDS-IDX)
                           > WORD-SIZE-TRESHOLD
                   MOVE AGG-THE-WORD(AGG-WORDS-IDX) TO CORPUS-WORD-IN
                   PERFORM FIND-CORPUS-WORD-PARAGRAPH
                   ADD 1 TO DISTINCT-COUNT
                   MOVE AGG-THE-WORD(AGG-WORDS-IDX)
                       TO DS-WORD(DISTINCT-COUNT)
                   MOVE AGG-WORD-COUNTER(AGG-WORDS-IDX)
                       TO DS-COUNT(DISTINCT-COUNT)
                   PERFORM SCORE-DISTINCT-ENTRY
               END-IF
           END-PERFORM
           MOVE "Combined top " TO DISTINCT-HEADING
           PERFORM WRITE-DISTINCTIVE-LINES
           FREE DISTINCT-STORAGE
       .

       SCORE-DISTINCT-ENTRY.
       *> a word missing from the master (it could not be opened or
       *> written) counts as the rarest possible, one document
           IF CORPUS-WORD-FOUND
               MOVE CORPUS-REC-DOCS TO DS-DOCS(DISTINCT-COUNT)
           ELSE
               MOVE 1 TO DS-DOCS(DISTINCT-COUNT)
           END-IF
           IF CORPUS-DOCUMENTS > DS-DOCS(DISTINCT-COUNT)
               COMPUTE DS-SCORE(DISTINCT-COUNT) ROUNDED =
                   DS-COUNT(DISTINCT-COUNT)
                   * FUNCTION LOG(CORPUS-DOCUMENTS
                       / DS-DOCS(DISTINCT-COUNT))
           ELSE
               MOVE ZERO TO DS-SCORE(DISTINCT-COUNT)
           END-IF
       .

       WRITE-DISTINCTIVE-LINES.
       *> top OUTPUT-LIMIT scored words out of DISTINCT-ENTRY, into the
       *> report still open; a word found in every corpus document
       *> scores zero and is never listed
           SORT DISTINCT-ENTRY ON DESCENDING KEY DS-SCORE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE CORPUS-DOCUMENTS TO CORPUS-DOCUMENTS-D
           MOVE SPACES TO WS-LINE-OUT
           STRING FUNCTION TRIM(DISTINCT-HEADING) " " OUTPUT-LIMIT
               " distinctive words (corpus of "
               FUNCTION TRIM(CORPUS-DOCUMENTS-D) " documents):"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           DISPLAY WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO OUTPUT-ELEMENT
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DISTINCT-COUNT
                       OR OUTPUT-ELEMENT >= OUTPUT-LIMIT
               IF DS-SCORE(DS-IDX) IS GREATER THAN ZERO
                   COMPUTE DS-SCORE-D ROUNDED = DS-SCORE(DS-IDX)
                   MOVE DS-COUNT(DS-IDX) TO WORDS-TOTAL-D
                   MOVE DS-DOCS(DS-IDX) TO DS-DOCS-D
                   MOVE SPACES TO WS-LINE-OUT
                   STRING FUNCTION TRIM(DS-SCORE-D) " "
                       FUNCTION TRIM(DS-WORD(DS-IDX)) " ("
                       FUNCTION TRIM(WORDS-TOTAL-D) " here, in "
                       FUNCTION TRIM(DS-DOCS-D) " of "
                       FUNCTION TRIM(CORPUS-DOCUMENTS-D) " documents)"
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   DISPLAY WS-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO OUTPUT-ELEMENT
               END-IF
           END-PERFORM
           IF OUTPUT-ELEMENT IS EQUAL TO ZERO
               MOVE "No word stands out against the corpus yet."
                   TO WS-LINE-OUT
               DISPLAY WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
       .

       LOAD-WATCH-LIST-PARAGRAPH.
       *> no list means no watching; otherwise the list is loaded,
       *> sorted for SEARCH ALL and the run's exception report opened
       *> with its heading, so a clean run still leaves a report
           OPEN INPUT WATCH-LIST-FILE
           IF NOT WATCH-FILE-GOOD
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF
           PERFORM UNTIL END-OF-WATCH-FILE
               READ WATCH-LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WATCH-LIST-RECORD IS NOT EQUAL TO SPACES
                               AND WATCH-LIST-RECORD (1:1)
                                   IS NOT EQUAL TO "*"
                           PERFORM STORE-WATCH-TERM-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           IF WATCH-REJECTED IS GREATER THAN ZERO
               MOVE WATCH-REJECTED TO WATCH-NUM-D
               DISPLAY "Watch-list lines rejected: "
                   FUNCTION TRIM(WATCH-NUM-D)
           END-IF
           IF WATCH-COUNT IS EQUAL TO ZERO
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF
           SORT WATCH-ENTRY ON ASCENDING KEY WT-TERM

           OPEN OUTPUT WATCH-REPORT-FILE
           IF NOT WATCH-REPORT-GOOD
               DISPLAY "Could not open "
                   FUNCTION TRIM(WATCH-REPORT-FILE-NAME)
                   " status " WS-WATCH-REPORT-STATUS
           END-IF
           MOVE SPACES TO WATCH-LINE-OUT
           MOVE WATCH-COUNT TO WATCH-NUM-D
           STRING "Watch-list exceptions ("
               FUNCTION TRIM(WATCH-NUM-D) " terms from "
               FUNCTION TRIM(WATCH-LIST-FILE-NAME) ")"
               DELIMITED BY SIZE INTO WATCH-LINE-OUT
           PERFORM WRITE-WATCH-LINE
           MOVE "file | term | severity | count | lines in file"
               TO WATCH-LINE-OUT
           PERFORM WRITE-WATCH-LINE.
       LOAD-WATCH-LIST-EXIT.
           EXIT
       .

       STORE-WATCH-TERM-PARAGRAPH.
       *> the term is split off before the cleanup, since "=" is one
       *> of the characters CLEANUP-LINE removes; a term of more than
       *> two words, or one that is a stop word, can never be matched
       *> and is rejected with a message instead
           MOVE SPACES TO WATCH-TERM-IN
           MOVE SPACES TO WATCH-SEVERITY-IN
           UNSTRING WATCH-LIST-RECORD DELIMITED BY "="
               INTO WATCH-TERM-IN WATCH-SEVERITY-IN
           END-UNSTRING
           INSPECT WATCH-TERM-IN CONVERTING REMOVE_CHARACTERS TO SPACE
           MOVE SPACES TO WATCH-WORD-1
           MOVE SPACES TO WATCH-WORD-2
           MOVE SPACES TO WATCH-WORD-3
           UNSTRING FUNCTION TRIM(WATCH-TERM-IN)
               DELIMITED BY ALL SPACES
               INTO WATCH-WORD-1 WATCH-WORD-2 WATCH-WORD-3
           END-UNSTRING
           IF WATCH-WORD-1 IS EQUAL TO SPACES
                   OR WATCH-WORD-3 IS NOT EQUAL TO SPACES
               DISPLAY "Watch-list term not one or two words: "
                   FUNCTION TRIM(WATCH-LIST-RECORD)
               ADD 1 TO WATCH-REJECTED
           ELSE
               MOVE WATCH-WORD-1 TO WORD-1
               PERFORM NORMALIZE-WATCH-WORD-PARAGRAPH
               MOVE WORD-1 TO WATCH-WORD-1
               IF WATCH-WORD-2 IS NOT EQUAL TO SPACES
                       AND NOT WORD-IS-STOP-WORD
                   MOVE WATCH-WORD-2 TO WORD-1
                   PERFORM NORMALIZE-WATCH-WORD-PARAGRAPH
                   MOVE WORD-1 TO WATCH-WORD-2
               END-IF
               MOVE SPACES TO WORD-1
               IF WORD-IS-STOP-WORD
                   DISPLAY "Watch-list term is a stop word: "
                       FUNCTION TRIM(WATCH-LIST-RECORD)
                   ADD 1 TO WATCH-REJECTED
               ELSE
                   IF WATCH-COUNT < WATCH-LIMIT
                       PERFORM ADD-WATCH-TERM-PARAGRAPH
                   ELSE
                       DISPLAY "Watch list is full, term ignored: "
                           FUNCTION TRIM(WATCH-LIST-RECORD)
                       ADD 1 TO WATCH-REJECTED
                   END-IF
               END-IF
           END-IF
       .

       NORMALIZE-WATCH-WORD-PARAGRAPH.
       *> WORD-1 in, WORD-1 out - lower-cased and merged under its
       *> headword exactly as STORE-WORD would see it in the text
           MOVE FUNCTION LOWER-CASE(WORD-1) TO WORD-1
           PERFORM CHECK-STOP-WORD
           IF NOT WORD-IS-STOP-WORD
               PERFORM APPLY-LEMMA-PARAGRAPH
               MOVE FUNCTION LOWER-CASE(WORD-1) TO WORD-1
           END-IF
       .

       ADD-WATCH-TERM-PARAGRAPH.
           ADD 1 TO WATCH-COUNT
           MOVE SPACES TO WATCH-ENTRY(WATCH-COUNT)
           IF WATCH-WORD-2 IS EQUAL TO SPACES
               MOVE WATCH-WORD-1 TO WT-TERM(WATCH-COUNT)
           ELSE
               STRING FUNCTION TRIM(WATCH-WORD-1) " "
                   FUNCTION TRIM(WATCH-WORD-2)
                   DELIMITED BY SIZE INTO WT-TERM(WATCH-COUNT)
           END-IF
           EVALUATE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WATCH-SEVERITY-IN) (1:1))
               WHEN "H"
                   MOVE "HIGH" TO WT-SEVERITY(WATCH-COUNT)
               WHEN "L"
                   MOVE "LOW" TO WT-SEVERITY(WATCH-COUNT)
               WHEN OTHER
                   MOVE "MEDIUM" TO WT-SEVERITY(WATCH-COUNT)
           END-EVALUATE
           MOVE ZERO TO WT-FILE-COUNT(WATCH-COUNT)
           MOVE ZERO TO WT-LINE-COUNT(WATCH-COUNT)
           MOVE "N" TO WT-LINES-TRUNCATED(WATCH-COUNT)
       .

       RESET-WATCH-COUNTS-PARAGRAPH.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WATCH-COUNT
               MOVE ZERO TO WT-FILE-COUNT(WT-IDX)
               MOVE ZERO TO WT-LINE-COUNT(WT-IDX)
               MOVE "N" TO WT-LINES-TRUNCATED(WT-IDX)
           END-PERFORM
       .

       CHECK-WATCH-TERM-PARAGRAPH.
       *> WATCH-KEY-IN is a counted word or a counted phrase; a hit is
       *> tallied for the file with its line, the same capped list
       *> RECORD-WORD-LINE-NUMBER keeps for the concordance
           SET WT-IDX TO 1
           SEARCH ALL WATCH-ENTRY
               AT END CONTINUE
               WHEN WT-TERM(WT-IDX) IS EQUAL TO WATCH-KEY-IN
                   ADD 1 TO WT-FILE-COUNT(WT-IDX)
                   COMPUTE WATCH-LINE-IN-FILE =
                       WS-LINE-NUMBER - WATCH-LINE-BASE
                   IF WT-LINE-COUNT(WT-IDX) IS EQUAL TO ZERO
                       OR WT-LINE-NUMBERS(WT-IDX WT-LINE-COUNT(WT-IDX))
                           IS NOT EQUAL TO WATCH-LINE-IN-FILE
                       IF WT-LINE-COUNT(WT-IDX) < WORD-LINES-LIMIT
                           ADD 1 TO WT-LINE-COUNT(WT-IDX)
                           MOVE WATCH-LINE-IN-FILE TO WT-LINE-NUMBERS
                               (WT-IDX WT-LINE-COUNT(WT-IDX))
                       ELSE
                           SET WT-LINES-WERE-TRUNCATED(WT-IDX) TO TRUE
                       END-IF
                   END-IF
           END-SEARCH
       .

       WRITE-WATCH-HITS-PARAGRAPH.
       *> one exception line per watched term the file just counted
       *> contained
           MOVE "N" TO WATCH-FILE-WAS-HIT
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WATCH-COUNT
               IF WT-FILE-COUNT(WT-IDX) IS GREATER THAN ZERO
                   PERFORM WRITE-ONE-WATCH-HIT
               END-IF
           END-PERFORM
           IF WATCH-FILE-HIT
               ADD 1 TO WATCH-FILES-HIT
           END-IF
       .

       WRITE-ONE-WATCH-HIT.
           MOVE "Y" TO WATCH-FILE-WAS-HIT
           ADD WT-FILE-COUNT(WT-IDX) TO WATCH-HITS-TOTAL
           IF WT-HIGH-SEVERITY(WT-IDX)
               ADD WT-FILE-COUNT(WT-IDX) TO WATCH-HIGH-HITS
           END-IF
           MOVE SPACES TO WATCH-LINE-OUT
           MOVE 1 TO WATCH-PTR
           MOVE WT-FILE-COUNT(WT-IDX) TO WATCH-NUM-D
           STRING FUNCTION TRIM(FILE-NAME) " | "
               FUNCTION TRIM(WT-TERM(WT-IDX)) " | "
               FUNCTION TRIM(WT-SEVERITY(WT-IDX)) " | "
               FUNCTION TRIM(WATCH-NUM-D) " | "
               DELIMITED BY SIZE
               INTO WATCH-LINE-OUT WITH POINTER WATCH-PTR
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WT-LINE-COUNT(WT-IDX)
               IF WL-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WATCH-LINE-OUT WITH POINTER WATCH-PTR
               END-IF
               MOVE WT-LINE-NUMBERS(WT-IDX WL-IDX) TO WS-LINE-NUM-D
               STRING FUNCTION TRIM(WS-LINE-NUM-D) DELIMITED BY SIZE
                   INTO WATCH-LINE-OUT WITH POINTER WATCH-PTR
           END-PERFORM
           IF WT-LINES-WERE-TRUNCATED(WT-IDX)
               STRING ", ..." DELIMITED BY SIZE
                   INTO WATCH-LINE-OUT WITH POINTER WATCH-PTR
           END-IF
           DISPLAY "Watch: " FUNCTION TRIM(WATCH-LINE-OUT)
           PERFORM WRITE-WATCH-LINE
       .

       CLOSE-WATCH-REPORT-PARAGRAPH.
       *> closing totals; a HIGH hit anywhere in the run holds it, but
       *> never masks an ERROR already recorded
           IF WATCH-COUNT IS EQUAL TO ZERO
               GO TO CLOSE-WATCH-REPORT-EXIT
           END-IF
           MOVE SPACES TO WATCH-LINE-OUT
           PERFORM WRITE-WATCH-LINE
           IF WATCH-HITS-TOTAL IS EQUAL TO ZERO
               MOVE "No watched terms found." TO WATCH-LINE-OUT
           ELSE
               MOVE WATCH-HITS-TOTAL TO WATCH-NUM-D
               MOVE WATCH-HIGH-HITS TO WATCH-NUM-D-2
               MOVE WATCH-FILES-HIT TO WORD-COUNTER-D
               STRING "Watched terms found: "
                   FUNCTION TRIM(WATCH-NUM-D) " hits in "
                   FUNCTION TRIM(WORD-COUNTER-D) " files, "
                   FUNCTION TRIM(WATCH-NUM-D-2) " of them HIGH."
                   DELIMITED BY SIZE INTO WATCH-LINE-OUT
           END-IF
           DISPLAY FUNCTION TRIM(WATCH-LINE-OUT)
           PERFORM WRITE-WATCH-LINE
           IF WATCH-HIGH-HITS IS GREATER THAN ZERO
               MOVE "HIGH-severity terms found - hold these files."
                   TO WATCH-LINE-OUT
               DISPLAY FUNCTION TRIM(WATCH-LINE-OUT)
               PERFORM WRITE-WATCH-LINE
               IF JH-RUN-STATUS IS EQUAL TO "NORMAL"
                   MOVE "HOLD" TO JH-RUN-STATUS
               END-IF
           END-IF
           IF WATCH-REPORT-GOOD
               CLOSE WATCH-REPORT-FILE
           END-IF.
       CLOSE-WATCH-REPORT-EXIT.
           EXIT
       .

       WRITE-WATCH-LINE.
           IF WATCH-REPORT-GOOD
               WRITE WATCH-REPORT-RECORD FROM WATCH-LINE-OUT
           END-IF
       .

       RECORD-DUP-VECTOR-PARAGRAPH.
       *> keep the file just counted as one word-ordered slice for the
       *> pairwise comparison - LIST-OF-WORDS is still sorted by word
       *> here, its unused entries sorted in among the real ones
           IF DUP-FILE-COUNT >= DUP-FILES-LIMIT
                   OR DUP-WORD-COUNT + WORDS-UNIQ > DUP-WORDS-LIMIT
               ADD 1 TO DUP-FILES-SKIPPED
           ELSE
               ADD 1 TO DUP-FILE-COUNT
               MOVE FUNCTION TRIM(FILE-NAME) TO DF-NAME(DUP-FILE-COUNT)
               COMPUTE DF-START(DUP-FILE-COUNT) = DUP-WORD-COUNT + 1
               MOVE ZERO TO DF-WORDS(DUP-FILE-COUNT)
               MOVE ZERO TO DF-NORM-SQ(DUP-FILE-COUNT)
               PERFORM VARYING WORDS-IDX FROM 1 BY 1
                       UNTIL WORDS-IDX > WORDS-LIMIT
                   IF WORD-COUNTER(WORDS-IDX) IS GREATER THAN ZERO
                       ADD 1 TO DUP-WORD-COUNT
                       ADD 1 TO DF-WORDS(DUP-FILE-COUNT)
                       MOVE THE-WORD(WORDS-IDX)
                           TO DV-WORD(DUP-WORD-COUNT)
                       MOVE WORD-COUNTER(WORDS-IDX)
                           TO DV-COUNT(DUP-WORD-COUNT)
                       MOVE WORD-SIZE(WORDS-IDX)
                           TO DV-SIZE(DUP-WORD-COUNT)
                       COMPUTE DF-NORM-SQ(DUP-FILE-COUNT) =
                           DF-NORM-SQ(DUP-FILE-COUNT)
                           + WORD-COUNTER(WORDS-IDX)
                           * WORD-COUNTER(WORDS-IDX)
                   END-IF
               END-PERFORM
           END-IF
       .

       WRITE-DUPLICATES-SECTION.
       *> every pair of batch files scored into a delimited file named
       *> off the combined report (base.DUP), and the flagged pairs,
       *> with the words that tell them apart, into the report itself
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE DUPLICATE-THRESHOLD TO DUP-THRESHOLD-D
           MOVE SPACES TO WS-LINE-OUT
           STRING "Near-duplicate files (similarity "
               FUNCTION TRIM(DUP-THRESHOLD-D) "% or more):"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           DISPLAY WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO DUP-PAIRS
           MOVE ZERO TO DUP-FLAGGED

           MOVE SPACES TO WORDS-EXPORT-FILE-NAME
           STRING FUNCTION TRIM(WS-REPORT-BASE-NAME) ".DUP"
               DELIMITED BY SIZE INTO WORDS-EXPORT-FILE-NAME
           OPEN OUTPUT WORDS-EXPORT-FILE
           IF NOT EXPORT-STATUS-GOOD THEN
               DISPLAY "Could not open " WORDS-EXPORT-FILE-NAME
                   " status " WS-EXPORT-STATUS
           ELSE
               MOVE "file;other;similarity;flag;differing"
                   TO WORDS-EXPORT-RECORD
               WRITE WORDS-EXPORT-RECORD
           END-IF

           PERFORM VARYING DUP-I FROM 1 BY 1
                   UNTIL DUP-I >= DUP-FILE-COUNT
               COMPUTE DUP-J = DUP-I + 1
               PERFORM SCORE-DUP-PAIR-PARAGRAPH
                   UNTIL DUP-J > DUP-FILE-COUNT
           END-PERFORM
           IF EXPORT-STATUS-GOOD
               CLOSE WORDS-EXPORT-FILE
           END-IF

           IF DUP-FLAGGED IS EQUAL TO ZERO
               MOVE "No pair of files reaches the threshold."
                   TO WS-LINE-OUT
               DISPLAY WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE DUP-PAIRS TO CMP-NUM-D
           MOVE DUP-FLAGGED TO CMP-NUM-D-2
           MOVE SPACES TO WS-LINE-OUT
           STRING "Pairs compared: " FUNCTION TRIM(CMP-NUM-D)
               ", flagged: " FUNCTION TRIM(CMP-NUM-D-2)
               DELIMITED BY SIZE INTO WS-LINE-OUT
           DISPLAY WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           IF DUP-FILES-SKIPPED IS GREATER THAN ZERO
               MOVE DUP-FILES-SKIPPED TO DUP-NUM-D
               MOVE SPACES TO WS-LINE-OUT
               STRING FUNCTION TRIM(DUP-NUM-D)
                   " files not compared (comparison table full)."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               DISPLAY WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
       .

       SCORE-DUP-PAIR-PARAGRAPH.
       *> file DUP-I against file DUP-J, then on to the next DUP-J
           ADD 1 TO DUP-PAIRS
           MOVE "N" TO DUP-COLLECT
           PERFORM MERGE-DUP-PAIR-PARAGRAPH
           MOVE ZERO TO DUP-SIMILARITY
           IF DF-NORM-SQ(DUP-I) > ZERO AND DF-NORM-SQ(DUP-J) > ZERO
               COMPUTE DUP-SIMILARITY ROUNDED = 100 * DUP-DOT
                   / FUNCTION SQRT(DF-NORM-SQ(DUP-I)
                       * DF-NORM-SQ(DUP-J))
           END-IF
           MOVE SPACES TO DUP-KIND
           MOVE SPACES TO DUP-DIFF-TEXT
           IF DUP-SIMILARITY >= DUPLICATE-THRESHOLD
               ADD 1 TO DUP-FLAGGED
               IF DUP-SIMILARITY >= 100
                   MOVE "DUPLICATE" TO DUP-KIND
               ELSE
                   MOVE "REVISION" TO DUP-KIND
               END-IF
               MOVE "Y" TO DUP-COLLECT
               PERFORM VARYING DT-K FROM 1 BY 1 UNTIL DT-K > 5
                   MOVE SPACES TO DT-WORD(DT-K)
                   MOVE ZERO TO DT-A(DT-K)
                   MOVE ZERO TO DT-B(DT-K)
                   MOVE ZERO TO DT-DIFF(DT-K)
               END-PERFORM
               PERFORM MERGE-DUP-PAIR-PARAGRAPH
               PERFORM BUILD-DUP-DIFF-TEXT
               PERFORM WRITE-DUP-PAIR-LINES
           END-IF
           PERFORM WRITE-DUP-PAIR-RECORD
           ADD 1 TO DUP-J
       .

       MERGE-DUP-PAIR-PARAGRAPH.
       *> walk both word-ordered slices together: the dot product of
       *> the counts the two files share, and - when collecting - the
       *> five words whose counts differ most between them
           MOVE ZERO TO DUP-DOT
           MOVE DF-START(DUP-I) TO DUP-P
           COMPUTE DUP-P-END = DF-START(DUP-I) + DF-WORDS(DUP-I)
           MOVE DF-START(DUP-J) TO DUP-Q
           COMPUTE DUP-Q-END = DF-START(DUP-J) + DF-WORDS(DUP-J)
           PERFORM UNTIL DUP-P >= DUP-P-END AND DUP-Q >= DUP-Q-END
               IF DUP-P >= DUP-P-END
                   MOVE "Q" TO DUP-SIDE
               ELSE
                   IF DUP-Q >= DUP-Q-END
                       MOVE "P" TO DUP-SIDE
                   ELSE
                       IF DV-WORD(DUP-P) < DV-WORD(DUP-Q)
                           MOVE "P" TO DUP-SIDE
                       ELSE
                           IF DV-WORD(DUP-P) > DV-WORD(DUP-Q)
                               MOVE "Q" TO DUP-SIDE
                           ELSE
                               MOVE "B" TO DUP-SIDE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN DUP-SIDE-P
                       MOVE DV-COUNT(DUP-P) TO DUP-A
                       MOVE ZERO TO DUP-B
                       MOVE DV-WORD(DUP-P) TO DUP-WORD
                       MOVE DV-SIZE(DUP-P) TO DUP-SIZE
                       ADD 1 TO DUP-P
                   WHEN DUP-SIDE-Q
                       MOVE ZERO TO DUP-A
                       MOVE DV-COUNT(DUP-Q) TO DUP-B
                       MOVE DV-WORD(DUP-Q) TO DUP-WORD
                       MOVE DV-SIZE(DUP-Q) TO DUP-SIZE
                       ADD 1 TO DUP-Q
                   WHEN OTHER
                       MOVE DV-COUNT(DUP-P) TO DUP-A
                       MOVE DV-COUNT(DUP-Q) TO DUP-B
                       MOVE DV-WORD(DUP-P) TO DUP-WORD
                       MOVE DV-SIZE(DUP-P) TO DUP-SIZE
                       COMPUTE DUP-DOT = DUP-DOT + DUP-A * DUP-B
                       ADD 1 TO DUP-P
                       ADD 1 TO DUP-Q
               END-EVALUATE
               IF DUP-COLLECTING-DIFFS
                       AND DUP-SIZE > WORD-SIZE-TRESHOLD
                   PERFORM KEEP-TOP-DIFF-PARAGRAPH
               END-IF
           END-PERFORM
       .

       KEEP-TOP-DIFF-PARAGRAPH.
       *> the new word replaces the smallest of the five kept, then
       *> sinks into place - short words are skipped, like the top list
           IF DUP-A > DUP-B
               COMPUTE DUP-DIFF = DUP-A - DUP-B
           ELSE
               COMPUTE DUP-DIFF = DUP-B - DUP-A
           END-IF
           IF DUP-DIFF > DT-DIFF(5)
               MOVE DUP-WORD TO DT-WORD(5)
               MOVE DUP-A TO DT-A(5)
               MOVE DUP-B TO DT-B(5)
               MOVE DUP-DIFF TO DT-DIFF(5)
               PERFORM VARYING DT-K FROM 5 BY -1
                       UNTIL DT-K < 2
                           OR DT-DIFF(DT-K) <= DT-DIFF(DT-K - 1)
                   MOVE DUP-TOP-ENTRY(DT-K) TO DUP-TOP-SWAP
                   MOVE DUP-TOP-ENTRY(DT-K - 1) TO DUP-TOP-ENTRY(DT-K)
                   MOVE DUP-TOP-SWAP TO DUP-TOP-ENTRY(DT-K - 1)
               END-PERFORM
           END-IF
       .

       BUILD-DUP-DIFF-TEXT.
       *> "word a/b" for each kept word, a and b its counts in the
       *> first and the second file of the pair
           MOVE SPACES TO DUP-DIFF-TEXT
           MOVE 1 TO DUP-DIFF-PTR
           PERFORM VARYING DT-K FROM 1 BY 1
                   UNTIL DT-K > 5 OR DT-DIFF(DT-K) IS EQUAL TO ZERO
               IF DT-K > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO DUP-DIFF-TEXT WITH POINTER DUP-DIFF-PTR
               END-IF
               MOVE DT-A(DT-K) TO DUP-NUM-D
               MOVE DT-B(DT-K) TO DUP-NUM-D-2
               STRING FUNCTION TRIM(DT-WORD(DT-K)) " "
                   FUNCTION TRIM(DUP-NUM-D) "/"
                   FUNCTION TRIM(DUP-NUM-D-2)
                   DELIMITED BY SIZE
                   INTO DUP-DIFF-TEXT WITH POINTER DUP-DIFF-PTR
           END-PERFORM
       .

       WRITE-DUP-PAIR-LINES.
           COMPUTE DUP-SIMILARITY-D ROUNDED = DUP-SIMILARITY
           MOVE SPACES TO WS-LINE-OUT
           STRING FUNCTION TRIM(DUP-SIMILARITY-D) "% "
               FUNCTION TRIM(DF-NAME(DUP-I)) " / "
               FUNCTION TRIM(DF-NAME(DUP-J)) " ("
               FUNCTION TRIM(DUP-KIND) ")"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           DISPLAY WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           IF DUP-DIFF-TEXT IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-LINE-OUT
               STRING "  differs: " FUNCTION TRIM(DUP-DIFF-TEXT)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               DISPLAY WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
       .

       WRITE-DUP-PAIR-RECORD.
           IF EXPORT-STATUS-GOOD
               COMPUTE DUP-SIMILARITY-D ROUNDED = DUP-SIMILARITY
               MOVE SPACES TO WS-EXPORT-LINE
               STRING FUNCTION TRIM(DF-NAME(DUP-I)) ";"
                   FUNCTION TRIM(DF-NAME(DUP-J)) ";"
                   FUNCTION TRIM(DUP-SIMILARITY-D) ";"
                   FUNCTION TRIM(DUP-KIND) ";"
                   FUNCTION TRIM(DUP-DIFF-TEXT)
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               WRITE WORDS-EXPORT-RECORD FROM WS-EXPORT-LINE
           END-IF
       .

       COMPARE-PARAGRAPH.
       *> the monthly revision review as a one-page delta instead of a
       *> manual diff of two prose reports
           END-IF
       .

       WRITE-CONTROL-TOTALS-PARAGRAPH.
       *> append the batch run's control totals for the balancing step
       *> - every non-blank batch-list line is either a file reported
       *> or a file that could not be opened
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF NOT TOTALS-FILE-GOOD
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           IF TOTALS-FILE-GOOD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               MOVE "CountWords" TO CT-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO CT-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO CT-TIME
               MOVE JH-RUN-MODE TO CT-MODE
               MOVE JH-RUN-INPUT TO CT-INPUT
               MOVE BATCH-ENTRIES-READ TO CT-READ
               MOVE FILES-PROCESSED TO CT-WRITTEN
               MOVE BATCH-FILES-FAILED TO CT-REJECTED
               MOVE ZERO TO CT-SOLVED
               MOVE ZERO TO CT-UNSOLVED
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
           END-IF
       .

       COMPUTE-ELAPSED-PARAGRAPH.
       *> wall-clock seconds between the start stamp and the current
       *> stamp, surviving a run that crosses midnight
