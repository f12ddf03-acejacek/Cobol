       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrimeReorg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PRIME-CACHE-FILE ASSIGN TO PRIME-CACHE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.
           SELECT PRIME-INDEX-FILE ASSIGN TO PRIME-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CACHE-BACKUP-FILE ASSIGN TO PRIME-CACHE-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-BACKUP-STATUS.
           SELECT INDEX-BACKUP-FILE ASSIGN TO PRIME-INDEX-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-BACKUP-STATUS.
           SELECT REORG-REPORT-FILE ASSIGN TO PRIME-REORG-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO JOB-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD       PIC X(300).

       *> the PrimeNumbers cache layout: per segment an "S" header
       *> (low/high bound), the "P" primes, and a "T" trailer (count)
           FD PRIME-CACHE-FILE.
           01 PRIME-CACHE-RECORD.
               05 PC-TYPE              PIC X.
                   88 PC-IS-SEGMENT     VALUE "S".
                   88 PC-IS-PRIME       VALUE "P".
                   88 PC-IS-TRAILER     VALUE "T".
               05 PC-VALUE              PIC 9(6).
               05 PC-VALUE-2            PIC 9(6).

           FD PRIME-INDEX-FILE.
           01 PRIME-INDEX-RECORD.
               05 PX-LOW                PIC 9(6).
               05 FILLER                PIC X.
               05 PX-HIGH               PIC 9(6).
               05 FILLER                PIC X.
               05 PX-COUNT              PIC 9(6).

           FD CACHE-BACKUP-FILE.
           01 CACHE-BACKUP-RECORD      PIC X(13).

           FD INDEX-BACKUP-FILE.
           01 INDEX-BACKUP-RECORD      PIC X(20).

           FD REORG-REPORT-FILE.
           01 REORG-REPORT-RECORD      PIC X(80).

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
       *> weekend reorganization of the prime cache. Every extension
       *> appends one short segment, so after a few months the cache
       *> is many small segments and PrimeNumbers creeps towards its
       *> 200-row index ceiling. This run checks the whole cache the
       *> way VERIFY-CACHE-PARAGRAPH does, copies both files to a
       *> backup generation, rewrites them from the backup with
       *> adjacent segments merged up to PRIME-REORG-SEGMENT-SIZE
       *> values wide, and then re-reads the new file to prove every
       *> merged trailer matches its primes. Any failure after the
       *> backup puts the old generation back
           01 RUN-CONTROL-FILE-NAME    PIC X(255)
                          VALUE "run-control.txt".
           01 PRIME-CACHE-FILE-NAME    PIC X(255)
                          VALUE "prime-cache.dat".
           01 PRIME-INDEX-FILE-NAME    PIC X(255)
                          VALUE "prime-cache.idx".
           01 PRIME-CACHE-BACKUP-NAME  PIC X(255)
                          VALUE "prime-cache.dat.bak".
           01 PRIME-INDEX-BACKUP-NAME  PIC X(255)
                          VALUE "prime-cache.idx.bak".
           01 PRIME-REORG-REPORT-NAME  PIC X(255)
                          VALUE "prime-reorg-report.txt".
           01 JOB-HISTORY-FILE-NAME    PIC X(255)
                          VALUE "job-history.log".
           01 REORG-SEGMENT-SIZE       PIC 9(6) VALUE 50000.
           01 RC-NUM                   PIC 9(6) VALUE ZERO.

           01 WS-CONTROL-STATUS  PIC XX.
               88 CONTROL-FILE-GOOD    VALUES ZERO, "10".
               88 END-OF-CONTROL-FILE  VALUE "10".
           01 WS-CACHE-STATUS    PIC XX.
               88 CACHE-FILE-GOOD      VALUES ZERO, "10".
               88 END-OF-CACHE-FILE    VALUE "10".
           01 WS-INDEX-STATUS    PIC XX.
               88 INDEX-FILE-GOOD      VALUES ZERO, "10".
               88 END-OF-INDEX-FILE    VALUE "10".
               88 INDEX-FILE-MISSING   VALUE "35".
           01 WS-CACHE-BACKUP-STATUS PIC XX.
               88 CACHE-BACKUP-GOOD    VALUES ZERO, "10".
               88 END-OF-CACHE-BACKUP  VALUE "10".
           01 WS-INDEX-BACKUP-STATUS PIC XX.
               88 INDEX-BACKUP-GOOD    VALUES ZERO, "10".
               88 END-OF-INDEX-BACKUP  VALUE "10".
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

       *> the old generation as its index describes it
           01 OLD-SEGMENT-COUNT   PIC 999 VALUE ZERO.
           01 OLD-SEGMENT-TABLE.
               05 OLD-SEG-ENTRY OCCURS 999 TIMES.
                   10 OLD-SEG-LOW     PIC 9(6).
                   10 OLD-SEG-HIGH    PIC 9(6).
                   10 OLD-SEG-PRIMES  PIC 9(6).
           01 OLD-PRIME-TOTAL     PIC 9(7) VALUE ZERO.
           01 OLD-HIGHEST         PIC 9(6) VALUE ZERO.

       *> the merge plan - each new segment is a run of old ones
           01 NEW-SEGMENT-COUNT   PIC 999 VALUE ZERO.
           01 NEW-SEGMENT-TABLE.
               05 NEW-SEG-ENTRY OCCURS 999 TIMES.
                   10 NEW-SEG-LOW     PIC 9(6).
                   10 NEW-SEG-HIGH    PIC 9(6).
                   10 NEW-SEG-PRIMES  PIC 9(6).
                   10 NEW-SEG-FIRST   PIC 999.
                   10 NEW-SEG-LAST    PIC 999.
                   10 NEW-SEG-FOUND   PIC 9(6).
                   10 NEW-SEG-CHECK   PIC X(8).
           01 NEW-PRIME-TOTAL     PIC 9(7) VALUE ZERO.
           01 NEW-HIGHEST         PIC 9(6) VALUE ZERO.

       *> the generation being checked - the old one before anything
       *> is touched, the new one after the rewrite - is copied here
       *> so one set of audit paragraphs serves both
           01 CHECK-SEGMENT-COUNT PIC 999 VALUE ZERO.
           01 CHECK-SEGMENT-TABLE.
               05 CHECK-SEG-ENTRY OCCURS 999 TIMES.
                   10 CHECK-SEG-LOW    PIC 9(6).
                   10 CHECK-SEG-HIGH   PIC 9(6).
                   10 CHECK-SEG-PRIMES PIC 9(6).
                   10 CHECK-SEG-FOUND  PIC 9(6).
           01 CHECK-REASON        PIC X(60) VALUE SPACES.
           01 CHECK-PRIME-TOTAL   PIC 9(7) VALUE ZERO.
           01 WS-CHECK-FLAG       PIC X VALUE "N".
               88 CHECK-FAILED         VALUE "Y".
           01 CHECK-RECORD-NUMBER PIC 9(7) VALUE ZERO.

           01 SEG-IDX             PIC 999 VALUE ZERO.
           01 VERIFY-SEG          PIC 999 VALUE ZERO.
           01 MERGE-IDX           PIC 999 VALUE ZERO.
           01 CACHE-PRIME-COUNT   PIC 9(6) VALUE ZERO.
           01 CACHE-PREV-VALUE    PIC 9(6) VALUE ZERO.
           01 WS-SEG-OPEN-FLAG    PIC X VALUE "N".
               88 SEGMENT-OPEN         VALUE "Y".
           01 WS-REWRITE-FLAG     PIC X VALUE "N".
               88 REWRITE-FAILED       VALUE "Y".
           01 WS-BACKUP-FLAG      PIC X VALUE "N".
               88 BACKUP-TAKEN         VALUE "Y".

           01 WS-LINE-OUT        PIC X(80).
           01 WS-EDIT-NUM        PIC ZZZZZ9.
           01 WS-EDIT-NUM-2      PIC ZZZZZ9.
           01 WS-EDIT-NUM-3      PIC ZZZZZZ9.
           01 WS-EDIT-SEG        PIC ZZ9.
           01 WS-EDIT-SEG-2      PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH
               THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM REORG-PARAGRAPH THRU REORG-PARAGRAPH-EXIT.
           PERFORM WRITE-JOB-HISTORY-PARAGRAPH.
           IF JH-RUN-STATUS NOT = "NORMAL" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-RUN-CONTROL-PARAGRAPH.
       *> the same card PrimeNumbers reads, so the reorganization
       *> works on the cache the batch actually uses
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
               WHEN "PRIME-CACHE-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-CACHE-FILE-NAME
               WHEN "PRIME-CACHE-INDEX-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-INDEX-FILE-NAME
               WHEN "PRIME-CACHE-BACKUP-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-CACHE-BACKUP-NAME
               WHEN "PRIME-INDEX-BACKUP-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-INDEX-BACKUP-NAME
               WHEN "PRIME-REORG-REPORT"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO PRIME-REORG-REPORT-NAME
               WHEN "PRIME-REORG-SEGMENT-SIZE"
                   COMPUTE RC-NUM = FUNCTION NUMVAL(RC-VALUE)
                   IF RC-NUM > ZERO AND RC-NUM <= 300000 THEN
                       MOVE RC-NUM TO REORG-SEGMENT-SIZE
                   END-IF
               WHEN "JOB-HISTORY-FILE"
                   MOVE FUNCTION TRIM(RC-VALUE)
                       TO JOB-HISTORY-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       REORG-PARAGRAPH.
           OPEN OUTPUT REORG-REPORT-FILE.
           IF NOT REPORT-FILE-GOOD THEN
               DISPLAY "Could not open "
                   FUNCTION TRIM(PRIME-REORG-REPORT-NAME)
                   " status " WS-REPORT-STATUS
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO REORG-PARAGRAPH-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Prime cache reorganization - "
               FUNCTION TRIM(PRIME-CACHE-FILE-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE ALL "-" TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REORG-SEGMENT-SIZE TO WS-EDIT-NUM.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Target segment size: " FUNCTION TRIM(WS-EDIT-NUM)
               " values"
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM LOAD-OLD-INDEX-PARAGRAPH
               THRU LOAD-OLD-INDEX-EXIT.
           IF CHECK-FAILED OR OLD-SEGMENT-COUNT = ZERO THEN
               GO TO REORG-CLOSE-REPORT
           END-IF.

       *> nothing is touched unless the old generation is sound - a
       *> damaged cache is PrimeNumbers' to quarantine and rebuild
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > OLD-SEGMENT-COUNT
               MOVE OLD-SEG-LOW (SEG-IDX) TO CHECK-SEG-LOW (SEG-IDX)
               MOVE OLD-SEG-HIGH (SEG-IDX) TO CHECK-SEG-HIGH (SEG-IDX)
               MOVE OLD-SEG-PRIMES (SEG-IDX)
                   TO CHECK-SEG-PRIMES (SEG-IDX)
           END-PERFORM.
           MOVE OLD-SEGMENT-COUNT TO CHECK-SEGMENT-COUNT.
           PERFORM CHECK-GENERATION-PARAGRAPH
               THRU CHECK-GENERATION-EXIT.
           IF CHECK-FAILED THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "Cache failed verification: "
                   FUNCTION TRIM(CHECK-REASON)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "Nothing was changed." TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               DISPLAY "Prime cache failed verification - "
                   FUNCTION TRIM(CHECK-REASON)
               MOVE "FAIL" TO JH-RUN-STATUS
               GO TO REORG-CLOSE-REPORT
           END-IF.
           MOVE CHECK-PRIME-TOTAL TO OLD-PRIME-TOTAL.
           MOVE OLD-SEG-HIGH (OLD-SEGMENT-COUNT) TO OLD-HIGHEST.

           PERFORM PLAN-MERGE-PARAGRAPH.
           IF NEW-SEGMENT-COUNT = OLD-SEGMENT-COUNT THEN
               MOVE OLD-PRIME-TOTAL TO NEW-PRIME-TOTAL
               MOVE OLD-HIGHEST TO NEW-HIGHEST
               PERFORM REPORT-COUNTS-PARAGRAPH
               MOVE SPACES TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "No adjacent segments fit the target size together"
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "- cache left as it is." TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               GO TO REORG-CLOSE-REPORT
           END-IF.

           PERFORM BACKUP-GENERATION-PARAGRAPH
               THRU BACKUP-GENERATION-EXIT.
           IF NOT BACKUP-TAKEN THEN
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO REORG-CLOSE-REPORT
           END-IF.

           PERFORM REWRITE-CACHE-PARAGRAPH
               THRU REWRITE-CACHE-EXIT.
           IF NOT REWRITE-FAILED THEN
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > NEW-SEGMENT-COUNT
                   MOVE NEW-SEG-LOW (SEG-IDX)
                       TO CHECK-SEG-LOW (SEG-IDX)
                   MOVE NEW-SEG-HIGH (SEG-IDX)
                       TO CHECK-SEG-HIGH (SEG-IDX)
                   MOVE NEW-SEG-PRIMES (SEG-IDX)
                       TO CHECK-SEG-PRIMES (SEG-IDX)
               END-PERFORM
               MOVE NEW-SEGMENT-COUNT TO CHECK-SEGMENT-COUNT
               PERFORM CHECK-GENERATION-PARAGRAPH
                   THRU CHECK-GENERATION-EXIT
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > NEW-SEGMENT-COUNT
                   MOVE CHECK-SEG-FOUND (SEG-IDX)
                       TO NEW-SEG-FOUND (SEG-IDX)
                   IF NEW-SEG-FOUND (SEG-IDX)
                           = NEW-SEG-PRIMES (SEG-IDX) THEN
                       MOVE "OK" TO NEW-SEG-CHECK (SEG-IDX)
                   ELSE
                       MOVE "MISMATCH" TO NEW-SEG-CHECK (SEG-IDX)
                   END-IF
               END-PERFORM
               IF CHECK-FAILED
                       OR CHECK-PRIME-TOTAL NOT = OLD-PRIME-TOTAL THEN
                   MOVE "Y" TO WS-REWRITE-FLAG
                   IF CHECK-REASON = SPACES THEN
                       MOVE "prime total differs from the old cache"
                           TO CHECK-REASON
                   END-IF
               END-IF
           END-IF.
           IF REWRITE-FAILED THEN
               PERFORM RESTORE-GENERATION-PARAGRAPH
               MOVE SPACES TO WS-LINE-OUT
               STRING "New cache failed verification: "
                   FUNCTION TRIM(CHECK-REASON)
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "Old generation restored from the backup."
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               DISPLAY "Reorganized cache failed verification - "
                   "old generation restored"
               MOVE "ERROR" TO JH-RUN-STATUS
               GO TO REORG-CLOSE-REPORT
           END-IF.
           MOVE CHECK-PRIME-TOTAL TO NEW-PRIME-TOTAL.
           MOVE NEW-SEG-HIGH (NEW-SEGMENT-COUNT) TO NEW-HIGHEST.
           PERFORM REPORT-COUNTS-PARAGRAPH.
           PERFORM REPORT-NEW-SEGMENTS-PARAGRAPH.
       REORG-CLOSE-REPORT.
           CLOSE REORG-REPORT-FILE.
       REORG-PARAGRAPH-EXIT.
           EXIT
       .

       LOAD-OLD-INDEX-PARAGRAPH.
       *> one row per segment, as LOAD-CACHE-PARAGRAPH reads it; an
       *> unreadable row stops the run before anything is changed
           MOVE "N" TO WS-CHECK-FLAG.
           MOVE ZERO TO OLD-SEGMENT-COUNT.
           OPEN INPUT PRIME-INDEX-FILE.
           IF INDEX-FILE-MISSING THEN
               MOVE "No cache index on file - nothing to reorganize."
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               GO TO LOAD-OLD-INDEX-EXIT
           END-IF.
           IF NOT INDEX-FILE-GOOD THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "Could not open the cache index, status "
                   WS-INDEX-STATUS
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "ERROR" TO JH-RUN-STATUS
               SET CHECK-FAILED TO TRUE
               GO TO LOAD-OLD-INDEX-EXIT
           END-IF.
           PERFORM UNTIL END-OF-INDEX-FILE OR CHECK-FAILED
               READ PRIME-INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PX-LOW IS NUMERIC
                               AND PX-HIGH IS NUMERIC
                               AND PX-COUNT IS NUMERIC
                               AND OLD-SEGMENT-COUNT < 999 THEN
                           ADD 1 TO OLD-SEGMENT-COUNT
                           MOVE PX-LOW
                               TO OLD-SEG-LOW (OLD-SEGMENT-COUNT)
                           MOVE PX-HIGH
                               TO OLD-SEG-HIGH (OLD-SEGMENT-COUNT)
                           MOVE PX-COUNT
                               TO OLD-SEG-PRIMES (OLD-SEGMENT-COUNT)
                       ELSE
                           SET CHECK-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRIME-INDEX-FILE.
           IF CHECK-FAILED THEN
               COMPUTE SEG-IDX = OLD-SEGMENT-COUNT + 1
               MOVE SEG-IDX TO WS-EDIT-SEG
               MOVE SPACES TO WS-LINE-OUT
               STRING "Cache index row " FUNCTION TRIM(WS-EDIT-SEG)
                   " is unreadable - nothing was changed."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "FAIL" TO JH-RUN-STATUS
               GO TO LOAD-OLD-INDEX-EXIT
           END-IF.
           IF OLD-SEGMENT-COUNT = ZERO THEN
               MOVE "Cache index is empty - nothing to reorganize."
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.
       LOAD-OLD-INDEX-EXIT.
           EXIT
       .

       CHECK-GENERATION-PARAGRAPH.
       *> the full-file form of VERIFY-CACHE-PARAGRAPH: the index rows
       *> must tile the range from 2 without gaps, and every segment
       *> in the data file must match its row - header bounds, primes
       *> ascending inside the bounds, trailer equal to the primes
       *> actually found and to the index count. CHECK-SEG-FOUND keeps
       *> each segment's counted primes for the report
           MOVE "N" TO WS-CHECK-FLAG.
           MOVE SPACES TO CHECK-REASON.
           MOVE ZERO TO CHECK-PRIME-TOTAL.
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > CHECK-SEGMENT-COUNT
               MOVE ZERO TO CHECK-SEG-FOUND (SEG-IDX)
           END-PERFORM.
           IF CHECK-SEG-LOW (1) NOT = 2 THEN
               SET CHECK-FAILED TO TRUE
               MOVE "first segment does not start at 2" TO CHECK-REASON
               GO TO CHECK-GENERATION-EXIT
           END-IF.
           PERFORM VARYING SEG-IDX FROM 2 BY 1
                   UNTIL SEG-IDX > CHECK-SEGMENT-COUNT OR CHECK-FAILED
               IF CHECK-SEG-LOW (SEG-IDX)
                       NOT = CHECK-SEG-HIGH (SEG-IDX - 1) THEN
                   SET CHECK-FAILED TO TRUE
                   MOVE SEG-IDX TO WS-EDIT-SEG
                   STRING "index row " FUNCTION TRIM(WS-EDIT-SEG)
                       " leaves a gap or overlap"
                       DELIMITED BY SIZE INTO CHECK-REASON
               END-IF
           END-PERFORM.
           IF CHECK-FAILED THEN
               GO TO CHECK-GENERATION-EXIT
           END-IF.
           MOVE ZERO TO VERIFY-SEG.
           MOVE ZERO TO CACHE-PRIME-COUNT.
           MOVE ZERO TO CACHE-PREV-VALUE.
           MOVE ZERO TO CHECK-RECORD-NUMBER.
           MOVE "N" TO WS-SEG-OPEN-FLAG.
           OPEN INPUT PRIME-CACHE-FILE.
           IF NOT CACHE-FILE-GOOD THEN
               SET CHECK-FAILED TO TRUE
               STRING "cache data file could not be opened, status "
                   WS-CACHE-STATUS
                   DELIMITED BY SIZE INTO CHECK-REASON
               GO TO CHECK-GENERATION-EXIT
           END-IF.
           PERFORM UNTIL END-OF-CACHE-FILE OR CHECK-FAILED
               READ PRIME-CACHE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO CHECK-RECORD-NUMBER
                       PERFORM CHECK-CACHE-RECORD-PARAGRAPH
                           THRU CHECK-CACHE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE PRIME-CACHE-FILE.
           IF NOT CHECK-FAILED
                   AND (SEGMENT-OPEN
                       OR VERIFY-SEG NOT = CHECK-SEGMENT-COUNT) THEN
               SET CHECK-FAILED TO TRUE
               MOVE "data file ends before the last indexed segment"
                   TO CHECK-REASON
           END-IF.
       CHECK-GENERATION-EXIT.
           EXIT
       .

       CHECK-CACHE-RECORD-PARAGRAPH.
       *> one record of the pass above
           IF PC-VALUE IS NOT NUMERIC THEN
               SET CHECK-FAILED TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN PC-IS-SEGMENT
                       ADD 1 TO VERIFY-SEG
                       IF SEGMENT-OPEN
                               OR VERIFY-SEG > CHECK-SEGMENT-COUNT
                               OR PC-VALUE-2 IS NOT NUMERIC
                               OR PC-VALUE
                                   NOT = CHECK-SEG-LOW (VERIFY-SEG)
                               OR PC-VALUE-2
                                   NOT = CHECK-SEG-HIGH (VERIFY-SEG)
                           SET CHECK-FAILED TO TRUE
                       ELSE
                           SET SEGMENT-OPEN TO TRUE
                           MOVE ZERO TO CACHE-PRIME-COUNT
                       END-IF
                   WHEN PC-IS-PRIME
                       IF NOT SEGMENT-OPEN
                               OR PC-VALUE <= CACHE-PREV-VALUE
                               OR PC-VALUE < CHECK-SEG-LOW (VERIFY-SEG)
                               OR PC-VALUE
                                   >= CHECK-SEG-HIGH (VERIFY-SEG)
                           SET CHECK-FAILED TO TRUE
                       ELSE
                           ADD 1 TO CACHE-PRIME-COUNT
                           ADD 1 TO CHECK-PRIME-TOTAL
                           MOVE PC-VALUE TO CACHE-PREV-VALUE
                       END-IF
                   WHEN PC-IS-TRAILER
                       IF SEGMENT-OPEN THEN
                           MOVE CACHE-PRIME-COUNT
                               TO CHECK-SEG-FOUND (VERIFY-SEG)
                       END-IF
                       IF NOT SEGMENT-OPEN
                               OR PC-VALUE NOT = CACHE-PRIME-COUNT
                               OR PC-VALUE
                                   NOT = CHECK-SEG-PRIMES (VERIFY-SEG)
                           SET CHECK-FAILED TO TRUE
                       ELSE
                           MOVE "N" TO WS-SEG-OPEN-FLAG
                       END-IF
                   WHEN OTHER
                       SET CHECK-FAILED TO TRUE
               END-EVALUATE
           END-IF.
           IF NOT CHECK-FAILED THEN
               GO TO CHECK-CACHE-RECORD-EXIT
           END-IF.
           MOVE CHECK-RECORD-NUMBER TO WS-EDIT-NUM-3.
           MOVE VERIFY-SEG TO WS-EDIT-SEG.
           STRING "data record " FUNCTION TRIM(WS-EDIT-NUM-3)
               " (segment " FUNCTION TRIM(WS-EDIT-SEG)
               ") disagrees with the index"
               DELIMITED BY SIZE INTO CHECK-REASON.
       CHECK-CACHE-RECORD-EXIT.
           EXIT
       .

       PLAN-MERGE-PARAGRAPH.
       *> greedy, left to right: a new segment takes old segments for
       *> as long as its span stays within the target size. An old
       *> segment already wider than the target stays on its own
           MOVE ZERO TO NEW-SEGMENT-COUNT.
           PERFORM VARYING MERGE-IDX FROM 1 BY 1
                   UNTIL MERGE-IDX > OLD-SEGMENT-COUNT
               IF NEW-SEGMENT-COUNT > ZERO
                       AND OLD-SEG-HIGH (MERGE-IDX)
                           - NEW-SEG-LOW (NEW-SEGMENT-COUNT)
                           <= REORG-SEGMENT-SIZE THEN
                   MOVE OLD-SEG-HIGH (MERGE-IDX)
                       TO NEW-SEG-HIGH (NEW-SEGMENT-COUNT)
                   ADD OLD-SEG-PRIMES (MERGE-IDX)
                       TO NEW-SEG-PRIMES (NEW-SEGMENT-COUNT)
                   MOVE MERGE-IDX TO NEW-SEG-LAST (NEW-SEGMENT-COUNT)
               ELSE
                   ADD 1 TO NEW-SEGMENT-COUNT
                   MOVE OLD-SEG-LOW (MERGE-IDX)
                       TO NEW-SEG-LOW (NEW-SEGMENT-COUNT)
                   MOVE OLD-SEG-HIGH (MERGE-IDX)
                       TO NEW-SEG-HIGH (NEW-SEGMENT-COUNT)
                   MOVE OLD-SEG-PRIMES (MERGE-IDX)
                       TO NEW-SEG-PRIMES (NEW-SEGMENT-COUNT)
                   MOVE MERGE-IDX TO NEW-SEG-FIRST (NEW-SEGMENT-COUNT)
                   MOVE MERGE-IDX TO NEW-SEG-LAST (NEW-SEGMENT-COUNT)
                   MOVE ZERO TO NEW-SEG-FOUND (NEW-SEGMENT-COUNT)
                   MOVE SPACES TO NEW-SEG-CHECK (NEW-SEGMENT-COUNT)
               END-IF
           END-PERFORM
       .

       BACKUP-GENERATION-PARAGRAPH.
       *> the old data and index files are copied whole to the backup
       *> names before anything is rewritten - the rewrite reads from
       *> this copy, and a failed run restores from it
           MOVE "N" TO WS-BACKUP-FLAG.
           OPEN INPUT PRIME-CACHE-FILE.
           OPEN OUTPUT CACHE-BACKUP-FILE.
           IF NOT CACHE-FILE-GOOD OR NOT CACHE-BACKUP-GOOD THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "Could not back up the cache data (status "
                   WS-CACHE-STATUS "/" WS-CACHE-BACKUP-STATUS
                   ") - nothing was changed."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               CLOSE PRIME-CACHE-FILE
               CLOSE CACHE-BACKUP-FILE
               GO TO BACKUP-GENERATION-EXIT
           END-IF.
           PERFORM UNTIL END-OF-CACHE-FILE
               READ PRIME-CACHE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE CACHE-BACKUP-RECORD
                           FROM PRIME-CACHE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIME-CACHE-FILE.
           CLOSE CACHE-BACKUP-FILE.
           OPEN INPUT PRIME-INDEX-FILE.
           OPEN OUTPUT INDEX-BACKUP-FILE.
           IF NOT INDEX-FILE-GOOD OR NOT INDEX-BACKUP-GOOD THEN
               MOVE SPACES TO WS-LINE-OUT
               STRING "Could not back up the cache index (status "
                   WS-INDEX-STATUS "/" WS-INDEX-BACKUP-STATUS
                   ") - nothing was changed."
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               CLOSE PRIME-INDEX-FILE
               CLOSE INDEX-BACKUP-FILE
               GO TO BACKUP-GENERATION-EXIT
           END-IF.
           PERFORM UNTIL END-OF-INDEX-FILE
               READ PRIME-INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE INDEX-BACKUP-RECORD
                           FROM PRIME-INDEX-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIME-INDEX-FILE.
           CLOSE INDEX-BACKUP-FILE.
           MOVE "Y" TO WS-BACKUP-FLAG.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Old generation kept as "
               FUNCTION TRIM(PRIME-CACHE-BACKUP-NAME) " and "
               FUNCTION TRIM(PRIME-INDEX-BACKUP-NAME)
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
       BACKUP-GENERATION-EXIT.
           EXIT
       .

       REWRITE-CACHE-PARAGRAPH.
       *> stream the backup copy into the live data file: an old
       *> header that opens a merge run becomes the new header, one
       *> that continues a run is dropped, and only the trailer of
       *> the last old segment in the run is written - carrying the
       *> merged count. Then the index is rewritten from the plan
           MOVE "N" TO WS-REWRITE-FLAG.
           OPEN INPUT CACHE-BACKUP-FILE.
           OPEN OUTPUT PRIME-CACHE-FILE.
           IF NOT CACHE-BACKUP-GOOD OR NOT CACHE-FILE-GOOD THEN
               MOVE "Y" TO WS-REWRITE-FLAG
               MOVE "cache data could not be rewritten" TO CHECK-REASON
               CLOSE CACHE-BACKUP-FILE
               CLOSE PRIME-CACHE-FILE
               GO TO REWRITE-CACHE-EXIT
           END-IF.
           MOVE ZERO TO VERIFY-SEG.
           MOVE 1 TO SEG-IDX.
           PERFORM UNTIL END-OF-CACHE-BACKUP
               READ CACHE-BACKUP-FILE INTO PRIME-CACHE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REWRITE-CACHE-RECORD-PARAGRAPH
               END-READ
           END-PERFORM.
           CLOSE CACHE-BACKUP-FILE.
           CLOSE PRIME-CACHE-FILE.
           OPEN OUTPUT PRIME-INDEX-FILE.
           IF NOT INDEX-FILE-GOOD THEN
               MOVE "Y" TO WS-REWRITE-FLAG
               MOVE "cache index could not be rewritten"
                   TO CHECK-REASON
               GO TO REWRITE-CACHE-EXIT
           END-IF.
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > NEW-SEGMENT-COUNT
               MOVE SPACES TO PRIME-INDEX-RECORD
               MOVE NEW-SEG-LOW (SEG-IDX) TO PX-LOW
               MOVE NEW-SEG-HIGH (SEG-IDX) TO PX-HIGH
               MOVE NEW-SEG-PRIMES (SEG-IDX) TO PX-COUNT
               WRITE PRIME-INDEX-RECORD
           END-PERFORM.
           CLOSE PRIME-INDEX-FILE.
       REWRITE-CACHE-EXIT.
           EXIT
       .

       REWRITE-CACHE-RECORD-PARAGRAPH.
       *> VERIFY-SEG counts old segments as their headers go by and
       *> SEG-IDX follows the new segment they belong to
           EVALUATE TRUE
               WHEN PC-IS-SEGMENT
                   ADD 1 TO VERIFY-SEG
                   IF VERIFY-SEG > NEW-SEG-LAST (SEG-IDX) THEN
                       ADD 1 TO SEG-IDX
                   END-IF
                   IF VERIFY-SEG = NEW-SEG-FIRST (SEG-IDX) THEN
                       MOVE NEW-SEG-LOW (SEG-IDX) TO PC-VALUE
                       MOVE NEW-SEG-HIGH (SEG-IDX) TO PC-VALUE-2
                       WRITE PRIME-CACHE-RECORD
                   END-IF
               WHEN PC-IS-TRAILER
                   IF VERIFY-SEG = NEW-SEG-LAST (SEG-IDX) THEN
                       MOVE NEW-SEG-PRIMES (SEG-IDX) TO PC-VALUE
                       MOVE ZERO TO PC-VALUE-2
                       WRITE PRIME-CACHE-RECORD
                   END-IF
               WHEN OTHER
                   WRITE PRIME-CACHE-RECORD
           END-EVALUATE
       .

       RESTORE-GENERATION-PARAGRAPH.
       *> put the backup copies back over the live files
           OPEN INPUT CACHE-BACKUP-FILE.
           OPEN OUTPUT PRIME-CACHE-FILE.
           PERFORM UNTIL END-OF-CACHE-BACKUP
               READ CACHE-BACKUP-FILE INTO PRIME-CACHE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE PRIME-CACHE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CACHE-BACKUP-FILE.
           CLOSE PRIME-CACHE-FILE.
           OPEN INPUT INDEX-BACKUP-FILE.
           OPEN OUTPUT PRIME-INDEX-FILE.
           PERFORM UNTIL END-OF-INDEX-BACKUP
               READ INDEX-BACKUP-FILE INTO PRIME-INDEX-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE PRIME-INDEX-RECORD
               END-READ
           END-PERFORM.
           CLOSE INDEX-BACKUP-FILE.
           CLOSE PRIME-INDEX-FILE
       .

       REPORT-COUNTS-PARAGRAPH.
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE "                         BEFORE      AFTER"
               TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE OLD-SEGMENT-COUNT TO WS-EDIT-NUM.
           MOVE NEW-SEGMENT-COUNT TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Segments               " WS-EDIT-NUM "     "
               WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE OLD-PRIME-TOTAL TO WS-EDIT-NUM.
           MOVE NEW-PRIME-TOTAL TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Primes                 " WS-EDIT-NUM "     "
               WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE OLD-HIGHEST TO WS-EDIT-NUM.
           MOVE NEW-HIGHEST TO WS-EDIT-NUM-2.
           MOVE SPACES TO WS-LINE-OUT.
           STRING "Highest value covered  " WS-EDIT-NUM "     "
               WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY "Segments " OLD-SEGMENT-COUNT " -> "
               NEW-SEGMENT-COUNT ", primes " OLD-PRIME-TOTAL
               " -> " NEW-PRIME-TOTAL
       .

       REPORT-NEW-SEGMENTS-PARAGRAPH.
       *> one line per new segment with the old segments it absorbed
       *> and the result of its trailer check
           MOVE SPACES TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE "SEG      LOW     HIGH   PRIMES  FROM OLD  TRAILER"
               TO WS-LINE-OUT.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > NEW-SEGMENT-COUNT
               MOVE SEG-IDX TO WS-EDIT-SEG
               MOVE NEW-SEG-LOW (SEG-IDX) TO WS-EDIT-NUM
               MOVE NEW-SEG-HIGH (SEG-IDX) TO WS-EDIT-NUM-2
               MOVE NEW-SEG-FOUND (SEG-IDX) TO WS-EDIT-NUM-3
               MOVE SPACES TO WS-LINE-OUT
               STRING WS-EDIT-SEG "   " WS-EDIT-NUM "   "
                   WS-EDIT-NUM-2 " " WS-EDIT-NUM-3 "  "
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               MOVE NEW-SEG-FIRST (SEG-IDX) TO WS-EDIT-SEG
               MOVE NEW-SEG-LAST (SEG-IDX) TO WS-EDIT-SEG-2
               MOVE WS-EDIT-SEG TO WS-LINE-OUT (35:3)
               MOVE "-" TO WS-LINE-OUT (38:1)
               MOVE WS-EDIT-SEG-2 TO WS-LINE-OUT (39:3)
               MOVE NEW-SEG-CHECK (SEG-IDX) TO WS-LINE-OUT (45:8)
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
       .

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-LINE-OUT TO REORG-REPORT-RECORD.
           WRITE REORG-REPORT-RECORD
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
               MOVE "PrimeReorg" TO JH-PROGRAM
               MOVE WS-CURRENT-STAMP (1:8) TO JH-DATE
               MOVE WS-CURRENT-STAMP (9:6) TO JH-TIME
               MOVE "REORG" TO JH-MODE
               MOVE PRIME-CACHE-FILE-NAME (1:24) TO JH-INPUT
               MOVE OLD-SEGMENT-COUNT TO JH-PROCESSED
               MOVE ZERO TO JH-REJECTS
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
