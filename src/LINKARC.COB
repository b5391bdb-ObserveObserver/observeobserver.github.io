      *    DEAD, PRINTING THE DEAD ONES SO IT'S OBVIOUS WHICH
      *    FALLBACKS ARE NOW LOAD-BEARING. RUN IT MONTHLY FROM CRON,
      *    AND AFTER A PUBLISH THAT ADDS NEW OUTBOUND LINKS.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE URLS TRACKED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'LINKSFD.CPY'.
           COPY 'LINKARCFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'LINKSREC.CPY'.
           COPY 'LINKARCREC.CPY'.
       01  WS-NEW-COUNT        PIC 9(4)    VALUE 0.
       01  WS-DEAD-COUNT       PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'LINKARC' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           PERFORM LOAD-ARCHIVE-MAP.
           PERFORM GATHER-LINKS-PAGE-URLS.
           DISPLAY 'linkarc: ' WS-ARC-COUNT ' url(s) tracked, '
               WS-NEW-COUNT ' newly submitted, '
               WS-DEAD-COUNT ' dead'.
           MOVE WS-ARC-COUNT TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

       LOAD-ARCHIVE-MAP.
               WRITE ARCHIVE-FILE-LINE
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM LINKARC.
