       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
      *    BATCH JOB - GENERATIONAL BACKUPS OF THE data/ DIRECTORY.
      *    scripts/snapshot.sh KEEPS THE RENDERED PAGES, BUT data/ IS
      *    THE SYSTEM ITSELF AND HAD NOTHING BUT THE HOST BEHIND IT.
      *    RUN NIGHTLY FROM CRON WITH NO ARGUMENT, IT TAKES THE SHARED
      *    FGUARD LOCK, COPIES THE WHOLE OF data/ TO
      *    backups/daily-<yyyymmdd>/data, AND LETS THE LOCK GO - NO
      *    PAGE CAN APPEND MID-COPY, SO THE GENERATION IS ONE
      *    CONSISTENT MOMENT (THE COPY MUST STAY INSIDE THE FIVE
      *    SECONDS FGUARD WAITS BEFORE IT BREAKS A LOCK). BKMANI.CBL
      *    THEN WRITES THE GENERATION'S MANIFEST.DAT - EVERY FILE'S
      *    ROW COUNT AND CHECKSUM. A SUNDAY'S COPY IS ALSO KEPT AS
      *    backups/weekly-<yyyymmdd>, AND THE FIRST COPY OF EACH MONTH
      *    AS backups/monthly-<yyyymm>. THE ROTATION THEN KEEPS THE
      *    NEWEST 7 DAILY, 4 WEEKLY AND 12 MONTHLY GENERATIONS AND
      *    REMOVES THE REST. RUN MONTHLY AS
      *        BACKUP.COB rehearse [<generation>]
      *    IT IS THE RESTORE REHEARSAL: THE GENERATION (THE NEWEST
      *    MONTHLY BY DEFAULT) IS COPIED BACK OUT TO
      *    restore-rehearsal/data, ITS MANIFEST IS REBUILT FROM WHAT
      *    CAME BACK AND COMPARED ROW FOR ROW WITH THE ONE WRITTEN AT
      *    BACKUP TIME, AND DATACHK.COB RUNS AGAINST THE RESTORED COPY
      *    (ITS REPORT LEFT IN restore-rehearsal/DATACHK.OUT). THE
      *    RESTORED data/ IS REMOVED AFTERWARDS SO A FORGET-ME SCRUB
      *    HAS NO STRAY COPY TO MISS. EVERY RUN APPENDS A ROW TO
      *    data/BACKUP-LOG.DAT (STAMP|ACTION|GENERATION|FILES|ROWS|
      *    OUTCOME) AND ENDS WITH RETURN-CODE 1 IF ANYTHING FAILED.
      *    FORGETME.COB SCRUBS THE RETAINED GENERATIONS TOO. BOTH
      *    RUNS ALSO START AND END IN THE RUN LEDGER THROUGH
      *    JOBLOG.CBL - THE NIGHTLY ONE AS BACKUP, THE REHEARSAL AS
      *    BKREHEARSE - COUNTING THE ROWS THE MANIFEST SAW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-LIST-FILE ASSIGN TO "backups/GENERATIONS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT BACKUP-LOG-FILE ASSIGN TO "data/BACKUP-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-LIST-FILE.
       01  GEN-LIST-LINE       PIC X(60).
       FD  MANIFEST-FILE.
       01  MANIFEST-FILE-LINE  PIC X(160).
       FD  BACKUP-LOG-FILE.
       01  BACKUP-LOG-LINE     PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-GEN-STATUS       PIC X(2)    VALUE '00'.
       01  WS-MANIFEST-STATUS  PIC X(2)    VALUE '00'.
       01  WS-LOG-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  AT-EOF                      VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-MODE             PIC X(10)   VALUE SPACES.
       01  WS-LOG-ACTION       PIC X(10)   VALUE SPACES.
       01  WS-ASKED-GEN        PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-DAY-OF-WEEK      PIC 9(1).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-COMMAND          PIC X(300)  VALUE SPACES.
       01  WS-GEN-NAME         PIC X(40)   VALUE SPACES.
       01  WS-GEN-DIR          PIC X(60)   VALUE SPACES.
       01  WS-COPY-DIR         PIC X(60)   VALUE SPACES.
       01  WS-MANIFEST-NAME    PIC X(80)   VALUE SPACES.
       01  WS-FILE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-ROW-TOTAL        PIC 9(9)    VALUE 0.
       01  WS-OUTCOME          PIC X(40)   VALUE SPACES.
       01  WS-FAILED           PIC X       VALUE 'N'.
               88  RUN-FAILED                  VALUE 'Y'.
      *    HOW MANY OF EACH KIND THE ROTATION KEEPS.
       01  WS-KEEP-DAILY       PIC 9(2)    VALUE 7.
       01  WS-KEEP-WEEKLY      PIC 9(2)    VALUE 4.
       01  WS-KEEP-MONTHLY     PIC 9(2)    VALUE 12.
      *    THE GENERATIONS ON DISK, OLDEST FIRST WITHIN EACH KIND (ls
      *    SORTS THE DATED NAMES THAT WAY).
       01  WS-GN-COUNT         PIC 9(3)    VALUE 0.
       01  WS-GN-TABLE.
           05  WS-GN-NAME          PIC X(60)   OCCURS 100 TIMES.
       01  WS-GN-IDX           PIC 9(3).
       01  WS-KIND             PIC X(8).
       01  WS-KIND-KEEP        PIC 9(2).
       01  WS-KIND-COUNT       PIC 9(3).
       01  WS-KIND-SEEN        PIC 9(3).
       01  WS-REMOVED-COUNT    PIC 9(3)    VALUE 0.
      *    THE REHEARSAL'S COMPARISON - THE MANIFEST WRITTEN AT BACKUP
      *    TIME, LOADED WHOLE, THEN TICKED OFF BY THE RESTORED ONE.
       01  WS-MF-COUNT         PIC 9(4)    VALUE 0.
       01  WS-MF-TABLE.
           05  WS-MF-ENTRY         OCCURS 3000 TIMES.
               10  WS-MF-LINE          PIC X(160).
               10  WS-MF-MATCHED       PIC X.
       01  WS-MF-IDX           PIC 9(4).
       01  WS-MF-FOUND         PIC 9(4).
       01  WS-MF-PATH          PIC X(120).
       01  WS-RS-PATH          PIC X(120).
       01  WS-BAD-COUNT        PIC 9(4)    VALUE 0.
       01  WS-DATACHK-RC       PIC S9(4)   VALUE 0.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE WS-ASKED-GEN
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(WS-MODE) TO WS-MODE.
           MOVE SPACES TO JOB-NAME.
           EVALUATE TRUE
               WHEN WS-MODE = SPACES
                   MOVE 'BACKUP' TO JOB-NAME
                   PERFORM LOG-JOB-START
                   PERFORM TAKE-NIGHTLY-BACKUP
               WHEN WS-MODE = 'rehearse'
                   MOVE 'BKREHEARSE' TO JOB-NAME
                   PERFORM LOG-JOB-START
                   PERFORM REHEARSE-RESTORE
               WHEN OTHER
                   DISPLAY 'backup: usage - BACKUP.COB'
                       ' [rehearse [<generation>]]'
                   SET RUN-FAILED TO TRUE
           END-EVALUATE.
      *    THE LEDGER CALL RESETS RETURN-CODE, SO IT GOES FIRST.
           IF JOB-NAME NOT = SPACES
               IF RUN-FAILED
                   MOVE 'fail' TO JOB-OUTCOME
               END-IF
               MOVE WS-ROW-TOTAL TO JOB-ROWS
               PERFORM LOG-JOB-END
           END-IF.
           IF RUN-FAILED
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       GOBACK.

      *    ---------------------------------------------------------
      *    THE NIGHTLY GENERATION
      *    ---------------------------------------------------------
       TAKE-NIGHTLY-BACKUP.
           MOVE SPACES TO WS-GEN-NAME WS-GEN-DIR.
           STRING 'daily-' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING.
           STRING 'backups/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
               INTO WS-GEN-DIR
           END-STRING.
           MOVE SPACES TO WS-COMMAND.
           STRING 'mkdir -p backups && rm -rf ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                  ' && mkdir ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                  ' && cp -Rp data ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               SET RUN-FAILED TO TRUE
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF RUN-FAILED
               DISPLAY 'backup: copy of data/ to '
                   FUNCTION TRIM(WS-GEN-DIR) ' FAILED'
               MOVE 'copy failed' TO WS-OUTCOME
               MOVE 0 TO WS-FILE-COUNT WS-ROW-TOTAL
               PERFORM LOG-THIS-RUN
           ELSE
      *    THE LOCK WAS HELD BY THIS RUN AS THE COPY WAS TAKEN, SO
      *    THE COPY CARRIES ITS DIRECTORY - A RESTORE MUST NOT.
               MOVE SPACES TO WS-COMMAND
               STRING 'rmdir ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                      '/data/.WRITE-LOCK 2>/dev/null' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               CALL 'BKMANI' USING WS-GEN-DIR WS-FILE-COUNT
                   WS-ROW-TOTAL
               END-CALL
               DISPLAY 'backup: ' FUNCTION TRIM(WS-GEN-DIR) ' - '
                   WS-FILE-COUNT ' file(s), ' WS-ROW-TOTAL ' row(s)'
               PERFORM PROMOTE-GENERATION
               PERFORM ROTATE-GENERATIONS
               MOVE 'ok' TO WS-OUTCOME
               PERFORM LOG-THIS-RUN
           END-IF.

      *    INTEGER-OF-DATE COUNTS FROM MONDAY 1601-01-01, SO THE DAY
      *    NUMBER MODULO 7 IS 0 ON A SUNDAY.
       PROMOTE-GENERATION.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE)),
               7).
           IF WS-DAY-OF-WEEK = 0
               MOVE SPACES TO WS-COMMAND
               STRING 'rm -rf backups/weekly-' DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      ' && cp -Rp ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                      ' backups/weekly-' DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               DISPLAY 'backup: kept as backups/weekly-' WS-TODAY-DATE
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING 'test -d backups/monthly-' DELIMITED BY SIZE
                  WS-TODAY-DATE(1:6) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-COMMAND
               STRING 'cp -Rp ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                      ' backups/monthly-' DELIMITED BY SIZE
                      WS-TODAY-DATE(1:6) DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               DISPLAY 'backup: kept as backups/monthly-'
                   WS-TODAY-DATE(1:6)
           END-IF.

       ROTATE-GENERATIONS.
           PERFORM LIST-GENERATIONS.
           MOVE 0 TO WS-REMOVED-COUNT.
           MOVE 'daily-' TO WS-KIND.
           MOVE WS-KEEP-DAILY TO WS-KIND-KEEP.
           PERFORM ROTATE-ONE-KIND.
           MOVE 'weekly-' TO WS-KIND.
           MOVE WS-KEEP-WEEKLY TO WS-KIND-KEEP.
           PERFORM ROTATE-ONE-KIND.
           MOVE 'monthly-' TO WS-KIND.
           MOVE WS-KEEP-MONTHLY TO WS-KIND-KEEP.
           PERFORM ROTATE-ONE-KIND.
           DISPLAY 'backup: ' WS-GN-COUNT ' generation(s) on disk, '
               WS-REMOVED-COUNT ' past their rotation removed'.

       ROTATE-ONE-KIND.
           MOVE 0 TO WS-KIND-COUNT.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-NAME(WS-GN-IDX)(9:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-KIND))) = WS-KIND
                   ADD 1 TO WS-KIND-COUNT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-KIND-SEEN.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-NAME(WS-GN-IDX)(9:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-KIND))) = WS-KIND
                   ADD 1 TO WS-KIND-SEEN
                   IF WS-KIND-COUNT - WS-KIND-SEEN >= WS-KIND-KEEP
                       MOVE SPACES TO WS-COMMAND
                       STRING 'rm -rf ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-GN-NAME(WS-GN-IDX))
                                  DELIMITED BY SIZE
                           INTO WS-COMMAND
                       END-STRING
                       CALL 'SYSTEM' USING WS-COMMAND
                       DISPLAY 'backup: removed '
                           FUNCTION TRIM(WS-GN-NAME(WS-GN-IDX))
                       ADD 1 TO WS-REMOVED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    backups/GENERATIONS.LST IS ALSO WHAT FORGETME.COB WALKS.
       LIST-GENERATIONS.
           MOVE SPACES TO WS-COMMAND.
           STRING 'ls -1d backups/daily-* backups/weekly-* '
                      DELIMITED BY SIZE
                  'backups/monthly-* > backups/GENERATIONS.LST '
                      DELIMITED BY SIZE
                  '2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 0 TO WS-GN-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GEN-LIST-FILE.
           IF WS-GEN-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ GEN-LIST-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           IF GEN-LIST-LINE NOT = SPACES
                                   AND WS-GN-COUNT < 100
                               ADD 1 TO WS-GN-COUNT
                               MOVE GEN-LIST-LINE
                                   TO WS-GN-NAME(WS-GN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-LIST-FILE
           END-IF.

      *    ---------------------------------------------------------
      *    THE MONTHLY RESTORE REHEARSAL
      *    ---------------------------------------------------------
       REHEARSE-RESTORE.
           PERFORM LIST-GENERATIONS.
           MOVE SPACES TO WS-GEN-DIR.
           IF WS-ASKED-GEN NOT = SPACES
               STRING 'backups/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ASKED-GEN) DELIMITED BY SIZE
                   INTO WS-GEN-DIR
               END-STRING
           ELSE
               PERFORM PICK-NEWEST-GENERATION
           END-IF.
           MOVE WS-GEN-DIR(9:) TO WS-GEN-NAME.
           IF WS-GEN-DIR = SPACES
               DISPLAY 'backup: no generation to rehearse a restore of'
               SET RUN-FAILED TO TRUE
               MOVE 'no generation' TO WS-OUTCOME
               MOVE 0 TO WS-FILE-COUNT WS-ROW-TOTAL
               PERFORM LOG-THIS-RUN
           ELSE
               PERFORM RESTORE-TO-SCRATCH
           END-IF.

      *    THE NEWEST MONTHLY IF THERE IS ONE, ELSE THE NEWEST OF ANY
      *    KIND - THE LIST RUNS OLDEST FIRST, SO THE LAST HIT WINS.
       PICK-NEWEST-GENERATION.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-NAME(WS-GN-IDX)(9:8) = 'monthly-'
                   MOVE WS-GN-NAME(WS-GN-IDX) TO WS-GEN-DIR
               END-IF
           END-PERFORM.
           IF WS-GEN-DIR = SPACES AND WS-GN-COUNT > 0
               MOVE WS-GN-NAME(WS-GN-COUNT) TO WS-GEN-DIR
           END-IF.

       RESTORE-TO-SCRATCH.
           MOVE 'restore-rehearsal' TO WS-COPY-DIR.
           DISPLAY 'backup: rehearsing a restore of '
               FUNCTION TRIM(WS-GEN-DIR).
           MOVE SPACES TO WS-COMMAND.
           STRING 'rm -rf restore-rehearsal && mkdir restore-rehearsal'
                      DELIMITED BY SIZE
                  ' && cp -Rp ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                  '/data restore-rehearsal/ && ln -s "$PWD/cgi-bin" '
                      DELIMITED BY SIZE
                  'restore-rehearsal/cgi-bin' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY 'backup: could not copy '
                   FUNCTION TRIM(WS-GEN-DIR) ' back out - FAILED'
               SET RUN-FAILED TO TRUE
               MOVE 'restore failed' TO WS-OUTCOME
               MOVE 0 TO WS-FILE-COUNT WS-ROW-TOTAL
               PERFORM LOG-THIS-RUN
           ELSE
               CALL 'BKMANI' USING WS-COPY-DIR WS-FILE-COUNT
                   WS-ROW-TOTAL
               END-CALL
               PERFORM COMPARE-MANIFESTS
               PERFORM RUN-DATACHK
               MOVE SPACES TO WS-COMMAND
               MOVE 'rm -rf restore-rehearsal/data' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE SPACES TO WS-OUTCOME
               EVALUATE TRUE
                   WHEN WS-BAD-COUNT > 0
                       STRING WS-BAD-COUNT DELIMITED BY SIZE
                              ' manifest difference(s)'
                                  DELIMITED BY SIZE
                           INTO WS-OUTCOME
                       END-STRING
                       SET RUN-FAILED TO TRUE
                   WHEN WS-DATACHK-RC NOT = 0
                       MOVE 'restored, datachk exceptions'
                           TO WS-OUTCOME
                       SET RUN-FAILED TO TRUE
                   WHEN OTHER
                       MOVE 'restored clean' TO WS-OUTCOME
               END-EVALUATE
               DISPLAY 'backup: rehearsal of '
                   FUNCTION TRIM(WS-GEN-DIR) ' - '
                   WS-FILE-COUNT ' file(s), ' WS-ROW-TOTAL
                   ' row(s) - ' FUNCTION TRIM(WS-OUTCOME)
               PERFORM LOG-THIS-RUN
           END-IF.

      *    EVERY PATH ON THE BACKUP-TIME MANIFEST MUST COME BACK WITH
      *    THE SAME ROWS AND CHECKSUM, AND NOTHING MAY COME BACK THAT
      *    WAS NOT ON IT.
       COMPARE-MANIFESTS.
           MOVE 0 TO WS-MF-COUNT WS-BAD-COUNT.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                  '/MANIFEST.DAT' DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'backup: ' FUNCTION TRIM(WS-MANIFEST-NAME)
                   ' missing - nothing to check the restore against'
               ADD 1 TO WS-BAD-COUNT
           ELSE
               PERFORM UNTIL AT-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           IF WS-MF-COUNT < 3000
                               ADD 1 TO WS-MF-COUNT
                               MOVE MANIFEST-FILE-LINE
                                   TO WS-MF-LINE(WS-MF-COUNT)
                               MOVE 'N' TO WS-MF-MATCHED(WS-MF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               MOVE 'restore-rehearsal/MANIFEST.DAT'
                   TO WS-MANIFEST-NAME
               MOVE 'N' TO WS-EOF
               OPEN INPUT MANIFEST-FILE
               IF WS-MANIFEST-STATUS = '00'
                   PERFORM UNTIL AT-EOF
                       READ MANIFEST-FILE
                           AT END
                               SET AT-EOF TO TRUE
                           NOT AT END
                               PERFORM CHECK-ONE-RESTORED-FILE
                       END-READ
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               END-IF
               PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                       UNTIL WS-MF-IDX > WS-MF-COUNT
                   IF WS-MF-MATCHED(WS-MF-IDX) = 'N'
                       MOVE SPACES TO WS-MF-PATH
                       UNSTRING WS-MF-LINE(WS-MF-IDX)
                           DELIMITED BY '|' INTO WS-MF-PATH
                       END-UNSTRING
                       DISPLAY '  not restored: '
                           FUNCTION TRIM(WS-MF-PATH)
                       ADD 1 TO WS-BAD-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-RESTORED-FILE.
           MOVE SPACES TO WS-RS-PATH.
           UNSTRING MANIFEST-FILE-LINE DELIMITED BY '|'
               INTO WS-RS-PATH
           END-UNSTRING.
           MOVE 0 TO WS-MF-FOUND.
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT OR WS-MF-FOUND > 0
               MOVE SPACES TO WS-MF-PATH
               UNSTRING WS-MF-LINE(WS-MF-IDX) DELIMITED BY '|'
                   INTO WS-MF-PATH
               END-UNSTRING
               IF WS-MF-PATH = WS-RS-PATH
                   MOVE WS-MF-IDX TO WS-MF-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MF-FOUND = 0
                   DISPLAY '  not on the manifest: '
                       FUNCTION TRIM(WS-RS-PATH)
                   ADD 1 TO WS-BAD-COUNT
               WHEN WS-MF-LINE(WS-MF-FOUND) NOT = MANIFEST-FILE-LINE
                   DISPLAY '  rows or checksum differ: '
                       FUNCTION TRIM(WS-RS-PATH)
                   MOVE 'Y' TO WS-MF-MATCHED(WS-MF-FOUND)
                   ADD 1 TO WS-BAD-COUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-MF-MATCHED(WS-MF-FOUND)
           END-EVALUATE.

      *    DATACHK.COB READS data/ AND cgi-bin/ RELATIVE TO WHERE IT
      *    RUNS, SO IT RUNS INSIDE THE SCRATCH DIRECTORY, WHERE
      *    cgi-bin/ IS A LINK TO THE DEPLOYED BINARIES.
       RUN-DATACHK.
           MOVE SPACES TO WS-COMMAND.
           STRING 'cd restore-rehearsal && COB_LIBRARY_PATH=cgi-bin '
                      DELIMITED BY SIZE
                  'cgi-bin/DATACHK.COB > DATACHK.OUT 2>&1'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-DATACHK-RC.
           IF WS-DATACHK-RC = 0
               DISPLAY 'backup: DATACHK.COB on the restored copy - '
                   'every cross-reference holds'
           ELSE
               DISPLAY 'backup: DATACHK.COB on the restored copy - '
                   'exceptions, see restore-rehearsal/DATACHK.OUT'
           END-IF.

       LOG-THIS-RUN.
           IF WS-MODE = SPACES
               MOVE 'backup' TO WS-LOG-ACTION
           ELSE
               MOVE WS-MODE TO WS-LOG-ACTION
           END-IF.
           MOVE SPACES TO BACKUP-LOG-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ROW-TOTAL DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
               INTO BACKUP-LOG-LINE
           END-STRING.
           OPEN EXTEND BACKUP-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT BACKUP-LOG-FILE
           END-IF.
           WRITE BACKUP-LOG-LINE.
           CLOSE BACKUP-LOG-FILE.

      *    THE RUN LEDGER (JOBLOG.CBL). INSIDE A MAINTENANCE WINDOW
      *    THE START CALL ENDS THE RUN THERE AND THEN.
       LOG-JOB-START.
           MOVE 'S' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM BACKUP.
