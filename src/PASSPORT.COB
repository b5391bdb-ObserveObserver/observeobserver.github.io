      *    THE READER PASSPORT - ONE CLAIMABLE CODE THAT UNITES THE
      *    PER-BROWSER STATE. THE READING LIST LIVES IN THE
      *    readinglist COOKIE (SAVESTORY.COB), THE DARK-MODE CHOICE
      *    IN theme (DARKMODE.COB), THE CONTENT FILTERS IN cwhide
      *    AND cwview (CWPREFS.COB), AND THE COMMENT EDIT CODES IN
      *    THE READER'S OWN KEEPING - SWITCH BROWSERS AND ALL OF IT
      *    USED TO BE GONE. "stamp" GATHERS WHAT THIS BROWSER HOLDS
      *    (PLUS ANY COMMENT CODES PASTED IN) INTO A ROW OF
      *    ANOTHER DEVICE SETS THE COOKIES BACK AND SHOWS THE SAVED
      *    COMMENT CODES. NO ACCOUNTS, NO PASSWORDS - JUST THE ONE
      *    TOKEN, UNGUESSABLE IN PRACTICE THE SAME WAY THE COMMENT
      *    EDIT CODES ARE. EACH NEW CODE GOES ON THE CONSENT
      *    REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-PASSPORT-STATUS  PIC X(2)    VALUE '00'.
       01  WS-F-TOKENS         PIC X(200)  VALUE SPACES.
       01  WS-READING-LIST     PIC X(300)  VALUE SPACES.
       01  WS-THEME            PIC X(10)   VALUE SPACES.
       01  WS-CW-HIDE-CK       PIC X(130)  VALUE SPACES.
       01  WS-CW-VIEW-CK       PIC X(20)   VALUE SPACES.
       01  WS-P-CODE           PIC X(16).
       01  WS-P-LIST           PIC X(300).
       01  WS-P-THEME          PIC X(10).
       01  WS-P-TOKENS         PIC X(200).
       01  WS-P-DATE           PIC X(8).
       01  WS-P-CWHIDE         PIC X(120).
       01  WS-P-CWVIEW         PIC X(10).
       01  WS-CODE-FOUND       PIC X       VALUE 'N'.
               88  CODE-FOUND                  VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'PASSPORT' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'passport - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           ACCEPT WS-COOKIE FROM ENVIRONMENT 'HTTP_COOKIE'.
                       '; PATH=/'
                   END-DISPLAY
               END-IF
               IF FUNCTION TRIM(WS-P-CWHIDE) NOT = SPACES
                   DISPLAY
                       'SET-COOKIE: cwhide='
                       FUNCTION TRIM(WS-P-CWHIDE)
                       '; PATH=/'
                   END-DISPLAY
                   IF FUNCTION TRIM(WS-P-CWVIEW) NOT = SPACES
                       DISPLAY
                           'SET-COOKIE: cwview='
                           FUNCTION TRIM(WS-P-CWVIEW)
                           '; PATH=/'
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
           IF CODE-FOUND
               DISPLAY
                   PARA CLOSE-PARA
                     'your reading list, theme and content filters'
                     ' are restored on this browser.'
                   END-PARA
               END-DISPLAY
               IF FUNCTION TRIM(WS-P-TOKENS) NOT = SPACES
           DISPLAY
               PARA CLOSE-PARA
                 'stamp a passport from this browser - your'
                 ' reading list, theme and content filters come'
                 ' along by themselves;'
                 ' paste any comment edit codes you want carried'
                 ' too:'
               END-PARA
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"stamp it"' CLOSE-INPUT
               END-FORM
               PARA CLOSE-PARA
                 'what happens to what you leave here: '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
               END-PARA
               PARA CLOSE-PARA
                 'or claim one you stamped elsewhere:'
               END-PARA
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

      *    FORMS POST act FIRST, THEN tokens OR code.
      *    NAME - THE CAPTURED PIECE STILL CARRIES THE name= PREFIX,
      *    STRIPPED AFTER.
       READ-COOKIE-STATE.
           MOVE SPACES TO WS-READING-LIST WS-THEME WS-CW-HIDE-CK
               WS-CW-VIEW-CK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COOKIE))
               TO WS-COOKIE-LEN.
           IF WS-COOKIE-LEN > 12
                   END-IF
               END-PERFORM
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COOKIE))
               TO WS-COOKIE-LEN.
           IF WS-COOKIE-LEN > 7
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-COOKIE-LEN - 6
                   IF WS-COOKIE(WS-SCAN-POS:7) = 'cwhide='
                       UNSTRING WS-COOKIE DELIMITED BY ';'
                           INTO WS-CW-HIDE-CK
                           WITH POINTER WS-SCAN-POS
                       END-UNSTRING
                       MOVE WS-CW-HIDE-CK(8:) TO WS-CW-HIDE-CK
                       MOVE WS-COOKIE-LEN TO WS-SCAN-POS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-COOKIE-LEN - 6
                   IF WS-COOKIE(WS-SCAN-POS:7) = 'cwview='
                       UNSTRING WS-COOKIE DELIMITED BY ';'
                           INTO WS-CW-VIEW-CK
                           WITH POINTER WS-SCAN-POS
                       END-UNSTRING
                       MOVE WS-CW-VIEW-CK(8:) TO WS-CW-VIEW-CK
                       MOVE WS-COOKIE-LEN TO WS-SCAN-POS
                   END-IF
               END-PERFORM
           END-IF.
           INSPECT WS-CW-HIDE-CK REPLACING ALL '|' BY ' '.
           INSPECT WS-CW-VIEW-CK REPLACING ALL '|' BY ' '.

      *    SAME UNGUESSABLE-IN-PRACTICE SPIRIT AS THE COMMENT EDIT
      *    CODES - THE CLOCK SCRAMBLED THROUGH A PRIME.
                  FUNCTION TRIM(WS-F-TOKENS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CW-HIDE-CK) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CW-VIEW-CK) DELIMITED BY SIZE
               INTO PASSPORT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM RECORD-CONSENT.

      *    A PASSPORT HOLDS NO MAILBOX, SO THE CODE ITSELF STANDS AS
      *    THE ADDRESS ON THE CONSENT REGISTER (CONSENT.CBL) - IT IS
      *    WHAT THE STORED READING STATE IS KEYED BY. THE REGISTER
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE WS-NEW-CODE TO CONSENT-ADDRESS.
           MOVE 'passport' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       FIND-THE-PASSPORT.
           MOVE 'N' TO WS-CODE-FOUND WS-PASSPORT-EOF.
                   FUNCTION TRIM(WS-F-CODE)
               SET CODE-FOUND TO TRUE
               MOVE SPACES TO WS-P-LIST WS-P-THEME WS-P-TOKENS
                   WS-P-DATE WS-P-CWHIDE WS-P-CWVIEW
               UNSTRING PASSPORT-FILE-LINE DELIMITED BY '|'
                   INTO WS-P-CODE WS-P-LIST WS-P-THEME
                        WS-P-TOKENS WS-P-DATE WS-P-CWHIDE
                        WS-P-CWVIEW
               END-UNSTRING
           END-IF.

                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM PASSPORT.
