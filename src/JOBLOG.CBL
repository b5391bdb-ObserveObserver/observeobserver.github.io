       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLOG.
      *    SHARED SUBPROGRAM - THE RUN LEDGER. PUBRUN.COB TIMES ITS
      *    OWN STEPS, BUT THE CRON JOBS OUTSIDE IT LEFT NO TRACE WHEN
      *    THEY DID NOT RUN AT ALL - HITROLL.COB ONCE MISSED TWO
      *    MONTHS AND NOTHING SAID SO. EACH SCHEDULED JOB CALLS HERE
      *    AS IT STARTS AND AS IT ENDS (SEE JOBREC.CPY) AND A ROW
      *    LANDS IN data/RUN-LEDGER.DAT:
      *        STAMP|JOB|start
      *        STAMP|JOB|end|OUTCOME|ROWS|SECONDS
      *    THE START IS REMEMBERED BETWEEN THE TWO CALLS, SO THE END
      *    ROW CARRIES THE RUN TIME; AN END WITHOUT A START (THE JOB
      *    WAS STARTED SOME OTHER WAY) SAYS ZERO. A START WITH NO END
      *    AFTER IT IS A JOB THAT DIED PART WAY. JOBWATCH.COB READS
      *    THE LEDGER AGAINST data/JOB-CALENDAR.DAT AND STATUS.COB
      *    SHOWS EACH JOB'S LAST RUN. LIKE ERRLOG.CBL THE APPEND
      *    SKIPS THE FGUARD LOCK - SEVERAL OF THE JOBS HOLD IT WHEN
      *    THEY FINISH - AND A FAILED OPEN IS SWALLOWED, SINCE
      *    KEEPING THE LEDGER MUST NEVER STOP THE JOB IT DESCRIBES.
      *    THE ONE THING THAT DOES STOP A JOB HERE IS A MAINTENANCE
      *    WINDOW (MAINTWIN.CBL): A START INSIDE ONE WRITES AN END
      *    ROW WITH OUTCOME held AND NO START ROW BEFORE IT, SAYS
      *    WHY ON THE CONSOLE AND ENDS THE RUN WITH RETURN CODE 1,
      *    SO NOTHING SCHEDULED WRITES UNDER THE PLANNED WORK. THE
      *    JOB IS STILL OVERDUE TO JOBWATCH.COB IF THE WINDOW OUTLASTS
      *    ITS GRACE. RUN BY HAND WITH MAINTENANCE_FORCE=yes IN THE
      *    ENVIRONMENT THE JOB GOES AHEAD (THAT IS HOW A RETAIN.COB
      *    SWEEP IS RUN INSIDE ITS OWN WINDOW).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "data/RUN-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-FILE-LINE    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOW-SECS         PIC 9(12)   VALUE 0.
       01  WS-START-JOB        PIC X(12)   VALUE SPACES.
       01  WS-START-SECS       PIC 9(12)   VALUE 0.
       01  WS-RUN-SECS         PIC 9(7)    VALUE 0.
           COPY 'MAINTWIN.CPY'.
       LINKAGE SECTION.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION USING JOB-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TIMESTAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(13:2)).
           MOVE SPACES TO LEDGER-FILE-LINE.
           IF JOB-STARTING
               PERFORM CHECK-MAINTENANCE-WINDOW
           END-IF.
           IF JOB-STARTING
               MOVE JOB-NAME TO WS-START-JOB
               MOVE WS-NOW-SECS TO WS-START-SECS
               STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-NAME) DELIMITED BY SIZE
                      '|start' DELIMITED BY SIZE
                   INTO LEDGER-FILE-LINE
               END-STRING
           ELSE
               MOVE 0 TO WS-RUN-SECS
               IF WS-START-JOB = JOB-NAME
                       AND WS-NOW-SECS >= WS-START-SECS
                   COMPUTE WS-RUN-SECS = WS-NOW-SECS - WS-START-SECS
               END-IF
               MOVE SPACES TO WS-START-JOB
               STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-NAME) DELIMITED BY SIZE
                      '|end|' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-OUTCOME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      JOB-ROWS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-RUN-SECS DELIMITED BY SIZE
                   INTO LEDGER-FILE-LINE
               END-STRING
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS = '00'
               WRITE LEDGER-FILE-LINE
               CLOSE LEDGER-FILE
           END-IF.
       GOBACK.

       CHECK-MAINTENANCE-WINDOW.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF MNT-ACTIVE
               IF MNT-FORCED
                   DISPLAY 'joblog: ' FUNCTION TRIM(JOB-NAME)
                       ' forced inside the maintenance window to '
                       MNT-END-TEXT
               ELSE
                   PERFORM HOLD-FOR-MAINTENANCE
               END-IF
           END-IF.

       HOLD-FOR-MAINTENANCE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME) DELIMITED BY SIZE
                  '|end|held|000000000|0000000' DELIMITED BY SIZE
               INTO LEDGER-FILE-LINE
           END-STRING.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS = '00'
               WRITE LEDGER-FILE-LINE
               CLOSE LEDGER-FILE
           END-IF.
           DISPLAY 'joblog: ' FUNCTION TRIM(JOB-NAME)
               ' held - maintenance window until ' MNT-END-TEXT
               ' (MAINTENANCE_FORCE=yes runs it anyway)'.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM JOBLOG.
