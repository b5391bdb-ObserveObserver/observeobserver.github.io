       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISKGROW.
      *    SCHEDULED JOB - THE DISK GROWTH HISTORY. THE JUNE DISK-FULL
      *    NIGHT IS WHY SPOOL.CBL AND DEGRADED.CBL EXIST, BUT THEY
      *    ONLY SOFTEN THE LANDING - NOTHING SAID THE DISK WAS FILLING.
      *    ONCE A DAY THIS MEASURES EVERY FILE UNDER data/ (BYTES AND
      *    LINES, FROM find AND wc, LEFT IN DISKGROW.LST) AND THE FREE
      *    SPACE ON THE VOLUME (df, LEFT IN DISKFREE.LST), AND APPENDS
      *    ONE ROW PER FILE AND ONE free ROW TO data/DISK-GROWTH.DAT:
      *        DATE|FILE|BYTES|ROWS
      *        DATE|free|FREE-KB|TOTAL-KB
      *    UNDER THE FGUARD LOCK, SINCE RETAIN.COB REWRITES THE
      *    HISTORY TOO. A SECOND RUN THE SAME DAY RECORDS NOTHING. IT
      *    THEN ASKS DISKFCST.CBL WHEN FREE SPACE RUNS OUT AT THE
      *    CURRENT TREND; INSIDE THIRTY DAYS ONE ALERT GOES THROUGH
      *    data/MAILQ.DAT TO THE data/QUEUE-ALERT.DAT ADDRESS, WITH
      *    THE FORECAST AND THE LARGEST FILES IN A BODY FILE,
      *    THROTTLED THROUGH data/DISKGROW-STATE.DAT THE WAY
      *    ERRWATCH.COB THROTTLES - ONE MAIL A DAY. DISKRPT.COB IS THE
      *    WEEKLY READING OF THE HISTORY. RUN DAILY FROM CRON.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE FILES MEASURED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "DISKGROW.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT FREE-FILE ASSIGN TO "DISKFREE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREE-STATUS.
           SELECT GROWTH-FILE ASSIGN TO "data/DISK-GROWTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROWTH-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/DISKGROW-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT BODY-FILE ASSIGN TO "data/DISKGROW-BODY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-FILE-LINE      PIC X(200).
       FD  FREE-FILE.
       01  FREE-FILE-LINE      PIC X(200).
       FD  GROWTH-FILE.
       01  GROWTH-FILE-LINE    PIC X(200).
       FD  STATE-FILE.
       01  STATE-FILE-LINE     PIC X(80).
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(100).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'DSKREC.CPY'.
       01  WS-LIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-FREE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-GROWTH-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-COMMAND          PIC X(200)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-DONE-TODAY       PIC X       VALUE 'N'.
               88  DONE-TODAY                  VALUE 'Y'.
       01  WS-G-DATE           PIC X(8).
       01  WS-G-FILE           PIC X(120).
      *    ONE LINE OF wc -lc OUTPUT - LINES, BYTES, PATH.
       01  WS-L-LINE           PIC X(200).
       01  WS-L-ROWS-X         PIC X(15).
       01  WS-L-BYTES-X        PIC X(15).
       01  WS-L-PATH           PIC X(120).
       01  WS-L-ROWS           PIC 9(12).
       01  WS-L-BYTES          PIC 9(15).
       01  WS-FILE-COUNT       PIC 9(5)    VALUE 0.
      *    ONE LINE OF df -Pk OUTPUT.
       01  WS-DF-LINES         PIC 9(2)    VALUE 0.
       01  WS-DF-FS            PIC X(60).
       01  WS-DF-TOTAL-X       PIC X(15).
       01  WS-DF-USED-X        PIC X(15).
       01  WS-DF-AVAIL-X       PIC X(15).
       01  WS-DF-TOTAL         PIC 9(13)   VALUE 0.
       01  WS-DF-AVAIL         PIC 9(13)   VALUE 0.
       01  WS-DF-FOUND         PIC X       VALUE 'N'.
               88  DF-FOUND                    VALUE 'Y'.
      *    THE FIVE LARGEST FILES, BIGGEST FIRST, FOR THE ALERT BODY.
       01  WS-BIG-TABLE.
           05  WS-BIG-ENTRY        OCCURS 5 TIMES.
               10  WS-BIG-PATH         PIC X(120).
               10  WS-BIG-BYTES        PIC 9(15).
       01  WS-BIG-IDX          PIC 9(1).
       01  WS-BIG-AT           PIC 9(1).
       01  WS-SF-KEY           PIC X(20).
       01  WS-SF-DATE          PIC X(10).
       01  WS-SENT-TODAY       PIC X       VALUE 'N'.
               88  SENT-TODAY                  VALUE 'Y'.
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-KB-ED            PIC Z(12)9.
       01  WS-BYTES-ED         PIC Z(14)9.
       01  WS-DAYS-ED          PIC Z(4)9.
       01  WS-COUNT-ED         PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'DISKGROW' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           INITIALIZE WS-BIG-TABLE.
           PERFORM CHECK-DONE-TODAY.
           IF DONE-TODAY
               DISPLAY 'diskgrow: ' WS-TODAY-DATE
                   ' already recorded - nothing to do'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           MOVE 'find data -type f -exec wc -lc {} + > DISKGROW.LST'
               TO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 'df -Pk data > DISKFREE.LST' TO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           PERFORM READ-FREE-SPACE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND GROWTH-FILE.
           IF WS-GROWTH-STATUS NOT = '00'
               OPEN OUTPUT GROWTH-FILE
           END-IF.
           PERFORM RECORD-FILE-SIZES.
           IF DF-FOUND
               MOVE SPACES TO GROWTH-FILE-LINE
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                      '|free|' DELIMITED BY SIZE
                      WS-DF-AVAIL DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-DF-TOTAL DELIMITED BY SIZE
                   INTO GROWTH-FILE-LINE
               END-STRING
               WRITE GROWTH-FILE-LINE
           ELSE
               DISPLAY 'diskgrow: df gave no reading for data/ -'
                   ' free space not recorded'
           END-IF.
           CLOSE GROWTH-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-FILE-COUNT TO JOB-ROWS WS-COUNT-ED.
           MOVE WS-DF-AVAIL TO WS-KB-ED.
           DISPLAY 'diskgrow: ' FUNCTION TRIM(WS-COUNT-ED)
               ' file(s) measured, ' FUNCTION TRIM(WS-KB-ED)
               ' KB free'.
           IF WS-FILE-COUNT = 0
               MOVE 'fail' TO JOB-OUTCOME
           END-IF.
           CALL 'DISKFCST' USING DISK-FORECAST
               ON EXCEPTION
                   SET DSK-NO-TREND TO TRUE
           END-CALL.
           IF DSK-FILLING
               MOVE DSK-DAYS-LEFT TO WS-DAYS-ED
               DISPLAY 'diskgrow: free space runs out in '
                   FUNCTION TRIM(WS-DAYS-ED) ' day(s), about '
                   DSK-RUNOUT-DATE(1:4) '-' DSK-RUNOUT-DATE(5:2) '-'
                   DSK-RUNOUT-DATE(7:2)
               IF DSK-DAYS-LEFT <= 30
                   PERFORM ALERT-IF-NOT-THROTTLED
               END-IF
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       CHECK-DONE-TODAY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GROWTH-FILE.
           IF WS-GROWTH-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ GROWTH-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-G-DATE WS-G-FILE
                           UNSTRING GROWTH-FILE-LINE DELIMITED BY '|'
                               INTO WS-G-DATE WS-G-FILE
                           END-UNSTRING
                           IF WS-G-DATE = WS-TODAY-DATE
                               SET DONE-TODAY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROWTH-FILE
           END-IF.

      *    df -Pk PRINTS A HEADING AND THEN ONE LINE: FILESYSTEM,
      *    SIZE, USED AND AVAILABLE, ALL IN KILOBYTES.
       READ-FREE-SPACE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FREE-FILE.
           IF WS-FREE-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ FREE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DF-LINES
                           IF WS-DF-LINES = 2
                               PERFORM TAKE-DF-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREE-FILE
           END-IF.

       TAKE-DF-LINE.
           MOVE SPACES TO WS-DF-FS WS-DF-TOTAL-X WS-DF-USED-X
               WS-DF-AVAIL-X.
           UNSTRING FREE-FILE-LINE DELIMITED BY ALL ' '
               INTO WS-DF-FS WS-DF-TOTAL-X WS-DF-USED-X WS-DF-AVAIL-X
           END-UNSTRING.
           IF WS-DF-TOTAL-X NOT = SPACES
                   AND WS-DF-AVAIL-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DF-TOTAL-X) = 0
                   AND FUNCTION TEST-NUMVAL(WS-DF-AVAIL-X) = 0
               MOVE FUNCTION NUMVAL(WS-DF-TOTAL-X) TO WS-DF-TOTAL
               MOVE FUNCTION NUMVAL(WS-DF-AVAIL-X) TO WS-DF-AVAIL
               SET DF-FOUND TO TRUE
           END-IF.

       RECORD-FILE-SIZES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ LIST-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM RECORD-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.

      *    wc ENDS WITH A total LINE WHEN IT WAS GIVEN SEVERAL FILES;
      *    EVERY REAL PATH STARTS data/.
       RECORD-ONE-FILE.
           MOVE SPACES TO WS-L-ROWS-X WS-L-BYTES-X WS-L-PATH.
           MOVE FUNCTION TRIM(LIST-FILE-LINE LEADING) TO WS-L-LINE.
           UNSTRING WS-L-LINE DELIMITED BY ALL ' '
               INTO WS-L-ROWS-X WS-L-BYTES-X WS-L-PATH
           END-UNSTRING.
           IF WS-L-PATH(1:5) = 'data/'
                   AND FUNCTION TEST-NUMVAL(WS-L-ROWS-X) = 0
                   AND FUNCTION TEST-NUMVAL(WS-L-BYTES-X) = 0
               MOVE FUNCTION NUMVAL(WS-L-ROWS-X) TO WS-L-ROWS
               MOVE FUNCTION NUMVAL(WS-L-BYTES-X) TO WS-L-BYTES
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO GROWTH-FILE-LINE
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-L-PATH) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-L-BYTES DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-L-ROWS DELIMITED BY SIZE
                   INTO GROWTH-FILE-LINE
               END-STRING
               WRITE GROWTH-FILE-LINE
               PERFORM KEEP-IF-LARGE
           END-IF.

       KEEP-IF-LARGE.
           MOVE 0 TO WS-BIG-AT.
           PERFORM VARYING WS-BIG-IDX FROM 5 BY -1
                   UNTIL WS-BIG-IDX < 1
               IF WS-L-BYTES > WS-BIG-BYTES(WS-BIG-IDX)
                   MOVE WS-BIG-IDX TO WS-BIG-AT
               END-IF
           END-PERFORM.
           IF WS-BIG-AT > 0
               PERFORM VARYING WS-BIG-IDX FROM 5 BY -1
                       UNTIL WS-BIG-IDX <= WS-BIG-AT
                   MOVE WS-BIG-ENTRY(WS-BIG-IDX - 1)
                       TO WS-BIG-ENTRY(WS-BIG-IDX)
               END-PERFORM
               MOVE WS-L-PATH TO WS-BIG-PATH(WS-BIG-AT)
               MOVE WS-L-BYTES TO WS-BIG-BYTES(WS-BIG-AT)
           END-IF.

      *    ONLY TODAY'S THROTTLE COUNTS - YESTERDAY'S SILENCE
      *    EXPIRES BY ITSELF, SO A DISK STILL FILLING TOMORROW MAILS
      *    AGAIN TOMORROW.
       ALERT-IF-NOT-THROTTLED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ STATE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-SF-KEY WS-SF-DATE
                           UNSTRING STATE-FILE-LINE DELIMITED BY '|'
                               INTO WS-SF-KEY WS-SF-DATE
                           END-UNSTRING
                           IF WS-SF-KEY = 'runout'
                                   AND WS-SF-DATE(1:8) = WS-TODAY-DATE
                               SET SENT-TODAY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           IF NOT SENT-TODAY
               PERFORM READ-ALERT-ADDRESS
               PERFORM QUEUE-RUNOUT-ALERT
               OPEN OUTPUT STATE-FILE
               MOVE SPACES TO STATE-FILE-LINE
               STRING 'runout|' DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                   INTO STATE-FILE-LINE
               END-STRING
               WRITE STATE-FILE-LINE
               CLOSE STATE-FILE
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

       QUEUE-RUNOUT-ALERT.
           IF FUNCTION TRIM(WS-ALERT-ADDR) = SPACES
               DISPLAY 'diskgrow: disk filling but no alert address'
                   ' configured'
           ELSE
               OPEN OUTPUT BODY-FILE
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'free space on the data volume runs out in '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                      ' day(s), about ' DELIMITED BY SIZE
                      DSK-RUNOUT-DATE(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      DSK-RUNOUT-DATE(5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      DSK-RUNOUT-DATE(7:2) DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               MOVE DSK-FREE-KB TO WS-KB-ED
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'free now: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-KB-ED) DELIMITED BY SIZE
                      ' KB' DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               MOVE DSK-DAILY-KB TO WS-KB-ED
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'losing about ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-KB-ED) DELIMITED BY SIZE
                      ' KB a day over the last 28 days'
                          DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               MOVE 'largest files under data/:' TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               PERFORM VARYING WS-BIG-IDX FROM 1 BY 1
                       UNTIL WS-BIG-IDX > 5
                   IF WS-BIG-BYTES(WS-BIG-IDX) > 0
                       MOVE WS-BIG-BYTES(WS-BIG-IDX) TO WS-BYTES-ED
                       MOVE SPACES TO BODY-FILE-LINE
                       STRING '  ' DELIMITED BY SIZE
                              WS-BYTES-ED DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-BIG-PATH(WS-BIG-IDX))
                                  DELIMITED BY SIZE
                           INTO BODY-FILE-LINE
                       END-STRING
                       WRITE BODY-FILE-LINE
                   END-IF
               END-PERFORM
               MOVE 'DISKRPT.COB ranks every file by growth and says'
                   TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE 'which retention policy would recover the most.'
                   TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               CLOSE BODY-FILE
               MOVE SPACES TO MAILQ-FILE-LINE
               STRING 'queued|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-ADDR) DELIMITED BY SIZE
                      '|diskgrow: disk full in ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                      ' day(s)|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|00|data/DISKGROW-BODY.TXT' DELIMITED BY SIZE
                   INTO MAILQ-FILE-LINE
               END-STRING
               OPEN EXTEND MAILQ-FILE
               IF WS-MAILQ-STATUS NOT = '00'
                   OPEN OUTPUT MAILQ-FILE
               END-IF
               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
               DISPLAY 'diskgrow: alert queued to '
                   FUNCTION TRIM(WS-ALERT-ADDR)
           END-IF.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM DISKGROW.
