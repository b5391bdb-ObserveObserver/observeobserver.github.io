      *    IS THROTTLED THROUGH data/ERRWATCH-STATE.DAT - ONE MAIL
      *    PER PAIR PER DAY, SO A DISK-FULL NIGHT IS ONE MESSAGE AND
      *    NOT FOUR HUNDRED. RUN HOURLY FROM CRON.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE ERROR ROWS READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  BODY-FILE-LINE      PIC X(100).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
       01  WS-ERROR-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-ALERT-COUNT      PIC 9(3)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'ERRWATCH' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))).
           PERFORM REWRITE-SENT-STATE.
           DISPLAY 'errwatch: ' WS-PAIR-COUNT ' pair(s) seen, '
               WS-ALERT-COUNT ' alert(s) queued'.
           PERFORM LOG-JOB-END.
       GOBACK.

       READ-ALERT-ADDRESS.
      *    DAY'S GRAIN IS ENOUGH TO TELL A BURST FROM BACKGROUND
      *    NOISE, AND IT MATCHES THE ONE-MAIL-PER-DAY THROTTLE.
       TALLY-ONE-ROW.
           ADD 1 TO JOB-ROWS.
           MOVE SPACES TO WS-E-STAMP WS-E-PROGRAM WS-E-OPERATION
               WS-E-STATUS.
           UNSTRING ERROR-FILE-LINE DELIMITED BY '|'
               WRITE STATE-FILE-LINE
           END-PERFORM.
           CLOSE STATE-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ERRWATCH.
