      *    HEADER) GETS THE NFO TEXT DIRECTLY INSTEAD OF THE
      *    JQUERY/readme.js-DRIVEN SHELL, WHICH RENDERS AS NOTHING
      *    WITHOUT A BROWSER TO RUN THE SCRIPT.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'readme'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'README' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'README.NFO - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-USER-AGENT FROM ENVIRONMENT 'HTTP_USER_AGENT'.
           ACCEPT WS-HTTP-ACCEPT FROM ENVIRONMENT 'HTTP_ACCEPT'.
           PERFORM DETECT-PLAIN-CLIENT.
           IF PLAIN-TEXT-CLIENT
               PERFORM EMIT-PLAIN-README
               SET RTM-REQUEST-END TO TRUE
               PERFORM MARK-RENDER-TIME
               GOBACK
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                   CON BECOMES QUOTE
                       FUNCTION TRIM(WS-HEAD-TITLE) QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
                 END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       DETECT-PLAIN-CLIENT.
       EMIT-PLAIN-README.
           CALL 'HTTPHDR' USING WS-PLAIN-CONTENT-TYPE.
           DISPLAY '================================================'.
           DISPLAY '  README.NFO - ' FUNCTION TRIM(SITE-TITLE).
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'The obligatory NFO file.'.
           DISPLAY 'https://github.com/ObserveObserver/'
               'observeobserver.github.io/tree/master/src'.
           DISPLAY '================================================'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM README.
