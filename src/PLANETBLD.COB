      *    SEARCHED FOR ITS rel-ALTERNATE FEED LINK AND THAT IS
      *    FETCHED INSTEAD. A SITE THAT WON'T ANSWER JUST KEEPS ITS
      *    LAST GOOD ROW. RUN IT FROM CRON A FEW TIMES A DAY.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE SITES WORKED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FD  PLANET-FILE.
       01  PLANET-FILE-LINE    PIC X(400).
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'LINKSREC.CPY'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-PROBE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SITE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-FRESH-COUNT      PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'PLANETBLD' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           CALL 'SYSTEM' USING WS-MKDIR-COMMAND.
           MOVE 0 TO RETURN-CODE.
           CLOSE PLANET-FILE.
           DISPLAY 'planetbld: ' WS-SITE-COUNT ' site(s), '
               WS-FRESH-COUNT ' fetched fresh'.
           MOVE WS-SITE-COUNT TO JOB-ROWS.
           IF WS-SITE-COUNT = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       WORK-ONE-SITE.
               INTO PLANET-FILE-LINE
           END-STRING.
           WRITE PLANET-FILE-LINE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM PLANETBLD.
