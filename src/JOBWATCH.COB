       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBWATCH.
      *    SCHEDULED JOB - THE MISSED-RUN ALARM. EVERY CRON JOB
      *    OUTSIDE PUBRUN.COB NOW WRITES A START AND AN END ROW TO
      *    data/RUN-LEDGER.DAT THROUGH JOBLOG.CBL; THIS PASS READS
      *    THE LEDGER AGAINST data/JOB-CALENDAR.DAT, WHICH GIVES
      *    EACH JOB AS
      *        JOB|FREQUENCY|WINDOW-HOURS
      *    FREQUENCY IS hourly, daily, weekly OR monthly, OR A PLAIN
      *    NUMBER OF HOURS FOR A JOB RUN EVERY FEW HOURS; THE WINDOW
      *    IS HOW LATE PAST THAT THE JOB MAY BE BEFORE IT COUNTS AS
      *    MISSED (A monthly JOB WITH A 48-HOUR WINDOW IS MISSED 31
      *    DAYS AND 48 HOURS AFTER ITS LAST START). A JOB IS FLAGGED
      *    WHEN IT
      *        - HAS NOT STARTED WITHIN ITS FREQUENCY PLUS WINDOW
      *          (A JOB THE LEDGER HAS NEVER SEEN IS TIMED FROM THE
      *          FIRST TIME THIS PASS LOOKED FOR IT);
      *        - STARTED AND WROTE NO END ROW WITHIN ITS WINDOW -
      *          IT DIED PART WAY;
      *        - TOOK MORE THAN TWICE ITS USUAL RUN TIME (THE
      *          AVERAGE OF UP TO FIVE EARLIER RUNS) ON ITS LATEST
      *          RUN, WHEN THAT RUN TOOK A MINUTE OR MORE.
      *    EACH FLAG QUEUES ONE ALERT THROUGH data/MAILQ.DAT TO THE
      *    data/QUEUE-ALERT.DAT ADDRESS, THROTTLED THROUGH
      *    data/JOBWATCH-STATE.DAT TO ONE MAIL PER JOB AND KIND OF
      *    TROUBLE PER DAY, AS ERRWATCH.COB DOES. THE SAME STATE
      *    FILE KEEPS WHEN EACH CALENDAR JOB WAS FIRST LOOKED FOR.
      *    RUN HOURLY FROM CRON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "data/JOB-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "data/RUN-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/JOBWATCH-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-LINE  PIC X(80).
       FD  LEDGER-FILE.
       01  LEDGER-FILE-LINE    PIC X(80).
       FD  STATE-FILE.
       01  STATE-FILE-LINE     PIC X(80).
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS  PIC X(2)    VALUE '00'.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-NOW-SECS         PIC 9(12)   VALUE 0.
      *    STAMP (YYYYMMDDHHMMSS) TO SECONDS, FOR THE SUBTRACTIONS.
       01  WS-CONV-STAMP       PIC X(14).
       01  WS-CONV-SECS        PIC 9(12).
       01  WS-AGE-SECS         PIC S9(12).
       01  WS-LIMIT-SECS       PIC 9(12).
      *    ONE ENTRY PER CALENDAR JOB, IN CALENDAR ORDER.
       01  WS-JB-COUNT         PIC 9(2)    VALUE 0.
       01  WS-JB-TABLE.
           05  WS-JB-ENTRY         OCCURS 40 TIMES.
               10  WS-JB-NAME          PIC X(12).
               10  WS-JB-FREQ          PIC X(10).
               10  WS-JB-EVERY         PIC 9(5).
               10  WS-JB-WINDOW        PIC 9(5).
               10  WS-JB-START         PIC X(14).
               10  WS-JB-START-SECS    PIC 9(12).
               10  WS-JB-END           PIC X(14).
               10  WS-JB-END-SECS      PIC 9(12).
               10  WS-JB-OUTCOME       PIC X(8).
               10  WS-JB-ROWS          PIC X(9).
               10  WS-JB-SECS          PIC 9(7).
               10  WS-JB-HIST-COUNT    PIC 9.
               10  WS-JB-HIST          PIC 9(7) OCCURS 5 TIMES.
               10  WS-JB-WATCH         PIC X(14).
       01  WS-JB-IDX           PIC 9(2).
       01  WS-JB-FOUND         PIC 9(2)    VALUE 0.
       01  WS-H-IDX            PIC 9.
       01  WS-HIST-SUM         PIC 9(9).
       01  WS-USUAL-SECS       PIC 9(7).
       01  WS-C-JOB            PIC X(12).
       01  WS-C-FREQ           PIC X(10).
       01  WS-C-WINDOW         PIC X(6).
       01  WS-L-STAMP          PIC X(14).
       01  WS-L-JOB            PIC X(12).
       01  WS-L-EVENT          PIC X(6).
       01  WS-L-OUTCOME        PIC X(8).
       01  WS-L-ROWS           PIC X(9).
       01  WS-L-SECS           PIC X(7).
      *    THE STATE FILE: JOB|watch|STAMP FOR THE FIRST LOOK, AND
      *    JOB|KIND|DATE FOR EACH ALERT ALREADY SENT TODAY.
       01  WS-ST-COUNT         PIC 9(3)    VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY         OCCURS 200 TIMES.
               10  WS-ST-JOB           PIC X(12).
               10  WS-ST-KIND          PIC X(10).
               10  WS-ST-WHEN          PIC X(14).
       01  WS-ST-IDX           PIC 9(3).
       01  WS-S-JOB            PIC X(12).
       01  WS-S-KIND           PIC X(10).
       01  WS-S-WHEN           PIC X(14).
       01  WS-ALERT-KIND       PIC X(10).
       01  WS-ALERT-TEXT       PIC X(120).
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-ALERT-COUNT      PIC 9(3)    VALUE 0.
       01  WS-TROUBLE-COUNT    PIC 9(3)    VALUE 0.
       01  WS-THROTTLED        PIC X       VALUE 'N'.
               88  THROTTLED                   VALUE 'Y'.
       01  WS-N-EDIT           PIC Z(6)9.
       01  WS-M-EDIT           PIC Z(6)9.
       01  WS-R-EDIT           PIC Z(8)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:14) TO WS-CONV-STAMP.
           PERFORM STAMP-TO-SECS.
           MOVE WS-CONV-SECS TO WS-NOW-SECS.
           PERFORM LOAD-CALENDAR.
           IF WS-JB-COUNT = 0
               DISPLAY 'jobwatch: no jobs in data/JOB-CALENDAR.DAT'
               GOBACK
           END-IF.
           PERFORM READ-ALERT-ADDRESS.
           PERFORM LOAD-STATE.
           PERFORM READ-RUN-LEDGER.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               PERFORM JUDGE-ONE-JOB
           END-PERFORM.
           PERFORM REWRITE-STATE.
           DISPLAY 'jobwatch: ' WS-JB-COUNT ' job(s) watched, '
               WS-TROUBLE-COUNT ' in trouble, '
               WS-ALERT-COUNT ' alert(s) queued'.
       GOBACK.

       STAMP-TO-SECS.
           MOVE 0 TO WS-CONV-SECS.
           IF WS-CONV-STAMP IS NUMERIC
               COMPUTE WS-CONV-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CONV-STAMP(1:8))) * 86400
                   + FUNCTION NUMVAL(WS-CONV-STAMP(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-CONV-STAMP(11:2)) * 60
                   + FUNCTION NUMVAL(WS-CONV-STAMP(13:2))
           END-IF.

       LOAD-CALENDAR.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-ONE-CALENDAR-ROW.
           MOVE SPACES TO WS-C-JOB WS-C-FREQ WS-C-WINDOW.
           UNSTRING CALENDAR-FILE-LINE DELIMITED BY '|'
               INTO WS-C-JOB WS-C-FREQ WS-C-WINDOW
           END-UNSTRING.
           IF WS-C-JOB NOT = SPACES AND WS-JB-COUNT < 40
               ADD 1 TO WS-JB-COUNT
               INITIALIZE WS-JB-ENTRY(WS-JB-COUNT)
               MOVE WS-C-JOB TO WS-JB-NAME(WS-JB-COUNT)
               MOVE WS-C-FREQ TO WS-JB-FREQ(WS-JB-COUNT)
               EVALUATE FUNCTION LOWER-CASE(WS-C-FREQ)
                   WHEN 'hourly'
                       MOVE 1 TO WS-JB-EVERY(WS-JB-COUNT)
                   WHEN 'daily'
                       MOVE 24 TO WS-JB-EVERY(WS-JB-COUNT)
                   WHEN 'weekly'
                       MOVE 168 TO WS-JB-EVERY(WS-JB-COUNT)
                   WHEN 'monthly'
                       MOVE 744 TO WS-JB-EVERY(WS-JB-COUNT)
                   WHEN OTHER
                       IF FUNCTION TEST-NUMVAL(WS-C-FREQ) = 0
                           MOVE FUNCTION NUMVAL(WS-C-FREQ)
                               TO WS-JB-EVERY(WS-JB-COUNT)
                       ELSE
                           MOVE 24 TO WS-JB-EVERY(WS-JB-COUNT)
                       END-IF
               END-EVALUATE
               IF FUNCTION TEST-NUMVAL(WS-C-WINDOW) = 0
                   MOVE FUNCTION NUMVAL(WS-C-WINDOW)
                       TO WS-JB-WINDOW(WS-JB-COUNT)
               END-IF
           END-IF.

       READ-ALERT-ADDRESS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = '00'
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CONFIG-FILE-LINE DELIMITED BY '|'
                           INTO WS-ALERT-DAYS WS-ALERT-ADDR
                       END-UNSTRING
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *    THE FIRST-LOOK ROWS ARE KEPT FOR GOOD; AN ALERT ROW ONLY
      *    SURVIVES THE DAY IT WAS SENT.
       LOAD-STATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ STATE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-S-JOB WS-S-KIND WS-S-WHEN
                           UNSTRING STATE-FILE-LINE DELIMITED BY '|'
                               INTO WS-S-JOB WS-S-KIND WS-S-WHEN
                           END-UNSTRING
                           IF WS-S-JOB NOT = SPACES
                                   AND WS-ST-COUNT < 200
                                   AND (WS-S-KIND = 'watch'
                                       OR WS-S-WHEN(1:8) =
                                           WS-TODAY-STAMP(1:8))
                               ADD 1 TO WS-ST-COUNT
                               MOVE WS-S-JOB TO WS-ST-JOB(WS-ST-COUNT)
                               MOVE WS-S-KIND
                                   TO WS-ST-KIND(WS-ST-COUNT)
                               MOVE WS-S-WHEN
                                   TO WS-ST-WHEN(WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-KIND(WS-ST-IDX) = 'watch'
                   MOVE WS-ST-JOB(WS-ST-IDX) TO WS-L-JOB
                   PERFORM FIND-JOB
                   IF WS-JB-FOUND > 0
                       MOVE WS-ST-WHEN(WS-ST-IDX)
                           TO WS-JB-WATCH(WS-JB-FOUND)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-JOB.
           MOVE 0 TO WS-JB-FOUND.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT OR WS-JB-FOUND > 0
               IF WS-JB-NAME(WS-JB-IDX) = WS-L-JOB
                   MOVE WS-JB-IDX TO WS-JB-FOUND
               END-IF
           END-PERFORM.

       READ-RUN-LEDGER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *    STAMP|JOB|start  OR  STAMP|JOB|end|OUTCOME|ROWS|SECONDS.
      *    EACH END PUSHES THE ONE BEFORE IT INTO THE JOB'S LAST FIVE
      *    RUN TIMES, WHICH ARE WHAT "USUAL" MEANS.
       TAKE-ONE-LEDGER-ROW.
           MOVE SPACES TO WS-L-STAMP WS-L-JOB WS-L-EVENT WS-L-OUTCOME
               WS-L-ROWS WS-L-SECS.
           UNSTRING LEDGER-FILE-LINE DELIMITED BY '|'
               INTO WS-L-STAMP WS-L-JOB WS-L-EVENT WS-L-OUTCOME
                    WS-L-ROWS WS-L-SECS
           END-UNSTRING.
           PERFORM FIND-JOB.
           IF WS-JB-FOUND > 0
               MOVE WS-L-STAMP TO WS-CONV-STAMP
               PERFORM STAMP-TO-SECS
               EVALUATE WS-L-EVENT
                   WHEN 'start'
                       MOVE WS-L-STAMP TO WS-JB-START(WS-JB-FOUND)
                       MOVE WS-CONV-SECS
                           TO WS-JB-START-SECS(WS-JB-FOUND)
                   WHEN 'end'
                       IF WS-JB-END(WS-JB-FOUND) NOT = SPACES
                           PERFORM PUSH-RUN-TIME
                       END-IF
                       MOVE WS-L-STAMP TO WS-JB-END(WS-JB-FOUND)
                       MOVE WS-CONV-SECS
                           TO WS-JB-END-SECS(WS-JB-FOUND)
                       MOVE WS-L-OUTCOME
                           TO WS-JB-OUTCOME(WS-JB-FOUND)
                       MOVE WS-L-ROWS TO WS-JB-ROWS(WS-JB-FOUND)
                       MOVE 0 TO WS-JB-SECS(WS-JB-FOUND)
                       IF FUNCTION TEST-NUMVAL(WS-L-SECS) = 0
                           MOVE FUNCTION NUMVAL(WS-L-SECS)
                               TO WS-JB-SECS(WS-JB-FOUND)
                       END-IF
               END-EVALUATE
           END-IF.

       PUSH-RUN-TIME.
           IF WS-JB-HIST-COUNT(WS-JB-FOUND) = 5
               PERFORM VARYING WS-H-IDX FROM 1 BY 1
                       UNTIL WS-H-IDX > 4
                   MOVE WS-JB-HIST(WS-JB-FOUND, WS-H-IDX + 1)
                       TO WS-JB-HIST(WS-JB-FOUND, WS-H-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-JB-HIST-COUNT(WS-JB-FOUND)
           END-IF.
           MOVE WS-JB-SECS(WS-JB-FOUND)
               TO WS-JB-HIST(WS-JB-FOUND,
                   WS-JB-HIST-COUNT(WS-JB-FOUND)).

       JUDGE-ONE-JOB.
           COMPUTE WS-LIMIT-SECS =
               (WS-JB-EVERY(WS-JB-IDX) + WS-JB-WINDOW(WS-JB-IDX))
               * 3600.
           EVALUATE TRUE
               WHEN WS-JB-START(WS-JB-IDX) = SPACES
                       AND WS-JB-END(WS-JB-IDX) = SPACES
                   PERFORM JUDGE-NEVER-SEEN
               WHEN WS-JB-START-SECS(WS-JB-IDX)
                       > WS-JB-END-SECS(WS-JB-IDX)
                   PERFORM JUDGE-STILL-RUNNING
               WHEN OTHER
                   PERFORM JUDGE-LAST-RUN
           END-EVALUATE.

      *    NOTHING IN THE LEDGER YET: TIME IT FROM THE FIRST LOOK,
      *    WHICH IS NOW IF THIS IS THE FIRST LOOK.
       JUDGE-NEVER-SEEN.
           IF WS-JB-WATCH(WS-JB-IDX) = SPACES
               MOVE WS-TODAY-STAMP(1:14) TO WS-JB-WATCH(WS-JB-IDX)
               IF WS-ST-COUNT < 200
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-JB-NAME(WS-JB-IDX) TO WS-ST-JOB(WS-ST-COUNT)
                   MOVE 'watch' TO WS-ST-KIND(WS-ST-COUNT)
                   MOVE WS-TODAY-STAMP(1:14) TO WS-ST-WHEN(WS-ST-COUNT)
               END-IF
           END-IF.
           MOVE WS-JB-WATCH(WS-JB-IDX) TO WS-CONV-STAMP.
           PERFORM STAMP-TO-SECS.
           COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-CONV-SECS.
           IF WS-AGE-SECS > WS-LIMIT-SECS
               MOVE 'missed' TO WS-ALERT-KIND
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                          DELIMITED BY SIZE
                      ' has no run recorded since watching began '
                          DELIMITED BY SIZE
                      WS-JB-WATCH(WS-JB-IDX) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JB-FREQ(WS-JB-IDX))
                          DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           ELSE
               DISPLAY 'jobwatch: ' FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                   ' - no run recorded yet'
           END-IF.

       JUDGE-STILL-RUNNING.
           COMPUTE WS-AGE-SECS =
               WS-NOW-SECS - WS-JB-START-SECS(WS-JB-IDX).
           IF WS-AGE-SECS > WS-JB-WINDOW(WS-JB-IDX) * 3600
               MOVE 'unfinished' TO WS-ALERT-KIND
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                          DELIMITED BY SIZE
                      ' started ' DELIMITED BY SIZE
                      WS-JB-START(WS-JB-IDX) DELIMITED BY SIZE
                      ' and never wrote its end row' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           ELSE
               DISPLAY 'jobwatch: ' FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                   ' - running since ' WS-JB-START(WS-JB-IDX)
           END-IF.

      *    A FINISHED RUN: LATE FOR THE NEXT ONE, OR SLOW?
       JUDGE-LAST-RUN.
           MOVE WS-JB-SECS(WS-JB-IDX) TO WS-N-EDIT.
           MOVE 0 TO WS-R-EDIT.
           IF FUNCTION TEST-NUMVAL(WS-JB-ROWS(WS-JB-IDX)) = 0
               MOVE FUNCTION NUMVAL(WS-JB-ROWS(WS-JB-IDX))
                   TO WS-R-EDIT
           END-IF.
           DISPLAY 'jobwatch: ' FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
               ' - last ended ' WS-JB-END(WS-JB-IDX) ' '
               FUNCTION TRIM(WS-JB-OUTCOME(WS-JB-IDX)) ', '
               FUNCTION TRIM(WS-R-EDIT) ' row(s), '
               FUNCTION TRIM(WS-N-EDIT) 's'.
           IF WS-JB-START(WS-JB-IDX) NOT = SPACES
               COMPUTE WS-AGE-SECS =
                   WS-NOW-SECS - WS-JB-START-SECS(WS-JB-IDX)
           ELSE
               COMPUTE WS-AGE-SECS =
                   WS-NOW-SECS - WS-JB-END-SECS(WS-JB-IDX)
           END-IF.
           IF WS-AGE-SECS > WS-LIMIT-SECS
               MOVE 'missed' TO WS-ALERT-KIND
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                          DELIMITED BY SIZE
                      ' missed its window - last ran ' DELIMITED BY SIZE
                      WS-JB-END(WS-JB-IDX) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JB-FREQ(WS-JB-IDX))
                          DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           END-IF.
           IF WS-JB-HIST-COUNT(WS-JB-IDX) > 0
               MOVE 0 TO WS-HIST-SUM
               PERFORM VARYING WS-H-IDX FROM 1 BY 1
                       UNTIL WS-H-IDX > WS-JB-HIST-COUNT(WS-JB-IDX)
                   ADD WS-JB-HIST(WS-JB-IDX, WS-H-IDX) TO WS-HIST-SUM
               END-PERFORM
               COMPUTE WS-USUAL-SECS =
                   WS-HIST-SUM / WS-JB-HIST-COUNT(WS-JB-IDX)
               IF WS-JB-SECS(WS-JB-IDX) >= 60
                       AND WS-JB-SECS(WS-JB-IDX) > WS-USUAL-SECS * 2
                   MOVE WS-USUAL-SECS TO WS-M-EDIT
                   MOVE 'slow' TO WS-ALERT-KIND
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING FUNCTION TRIM(WS-JB-NAME(WS-JB-IDX))
                              DELIMITED BY SIZE
                          ' took ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
                          's on ' DELIMITED BY SIZE
                          WS-JB-END(WS-JB-IDX)(1:8) DELIMITED BY SIZE
                          ' against a usual ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-M-EDIT) DELIMITED BY SIZE
                          's' DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       RAISE-ALERT.
           ADD 1 TO WS-TROUBLE-COUNT.
           DISPLAY 'jobwatch: ' FUNCTION TRIM(WS-ALERT-TEXT).
           MOVE 'N' TO WS-THROTTLED.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-JOB(WS-ST-IDX) = WS-JB-NAME(WS-JB-IDX)
                       AND WS-ST-KIND(WS-ST-IDX) = WS-ALERT-KIND
                   SET THROTTLED TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN THROTTLED
                   CONTINUE
               WHEN FUNCTION TRIM(WS-ALERT-ADDR) = SPACES
                   DISPLAY 'jobwatch: no alert address configured'
               WHEN OTHER
                   PERFORM QUEUE-JOB-ALERT
           END-EVALUATE.

       QUEUE-JOB-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE SPACES TO MAILQ-FILE-LINE.
           STRING 'queued|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-ADDR) DELIMITED BY SIZE
                  '|jobwatch: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                  '|00' DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.
           IF WS-ST-COUNT < 200
               ADD 1 TO WS-ST-COUNT
               MOVE WS-JB-NAME(WS-JB-IDX) TO WS-ST-JOB(WS-ST-COUNT)
               MOVE WS-ALERT-KIND TO WS-ST-KIND(WS-ST-COUNT)
               MOVE WS-TODAY-STAMP(1:14) TO WS-ST-WHEN(WS-ST-COUNT)
           END-IF.

       REWRITE-STATE.
           OPEN OUTPUT STATE-FILE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE SPACES TO STATE-FILE-LINE
               STRING FUNCTION TRIM(WS-ST-JOB(WS-ST-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ST-KIND(WS-ST-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-ST-WHEN(WS-ST-IDX) DELIMITED BY SIZE
                   INTO STATE-FILE-LINE
               END-STRING
               WRITE STATE-FILE-LINE
           END-PERFORM.
           CLOSE STATE-FILE.
       END PROGRAM JOBWATCH.
