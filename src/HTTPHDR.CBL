      *    THIS EMITS CONTENT-TYPE, CACHE-CONTROL, AND (WHEN
      *    data/BUILD-STAMP.TXT EXISTS) LAST-MODIFIED, DERIVED FROM
      *    THE MOST RECENT scripts/build.sh RUN.
      *    INSIDE A MAINTENANCE WINDOW (MAINTWIN.CBL) A CRAWLER - BY
      *    THE SAME BOTCHK.CBL TEST THE COUNTER USES - GETS NO PAGE
      *    AT ALL: A 503 WITH RETRY-AFTER SET TO WHEN THE WINDOW
      *    CLOSES AND THE WINDOW'S MESSAGE AS A PLAIN-TEXT BODY, AND
      *    THE RUN ENDS HERE, SO NOTHING HALF-MIGRATED IS INDEXED.
      *    PEOPLE STILL GET THE PAGE, WITH THE BANNER SAYING WHY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
       01  WS-STAMP-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STAMP-LINE       PIC X(40).
       01  WS-USER-AGENT       PIC X(120)  VALUE SPACES.
       01  WS-BOT-VERDICT      PIC X       VALUE 'H'.
       01  WS-RETRY-SECS       PIC Z(7)9.
           COPY 'MAINTWIN.CPY'.
       LINKAGE SECTION.
       01  LS-CONTENT-TYPE     PIC X(40).
       PROCEDURE DIVISION USING LS-CONTENT-TYPE.
           PERFORM TURN-AWAY-CRAWLER.
           DISPLAY
               'CONTENT-TYPE: ' FUNCTION TRIM(LS-CONTENT-TYPE)
           END-DISPLAY.
           END-IF.
       GOBACK.

       TURN-AWAY-CRAWLER.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF MNT-ACTIVE
               ACCEPT WS-USER-AGENT FROM ENVIRONMENT 'HTTP_USER_AGENT'
               MOVE 'H' TO WS-BOT-VERDICT
               CALL 'BOTCHK' USING WS-USER-AGENT WS-BOT-VERDICT
                   ON EXCEPTION
                       MOVE 'H' TO WS-BOT-VERDICT
               END-CALL
               IF WS-BOT-VERDICT = 'B'
                   MOVE MNT-SECONDS-LEFT TO WS-RETRY-SECS
                   DISPLAY 'STATUS: 503 SERVICE UNAVAILABLE'
                   END-DISPLAY
                   DISPLAY 'RETRY-AFTER: ' FUNCTION TRIM(WS-RETRY-SECS)
                   END-DISPLAY
                   DISPLAY 'CONTENT-TYPE: text/plain' NL END-DISPLAY
                   DISPLAY 'Down for maintenance until ' MNT-END-TEXT
                       ' - ' FUNCTION TRIM(MNT-MESSAGE)
                   END-DISPLAY
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-BUILD-STAMP.
           MOVE SPACES TO WS-STAMP-LINE.
           OPEN INPUT STAMP-FILE.
