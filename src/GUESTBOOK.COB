      *    IMMEDIATELY. APPROVEGB.COB IS THE COMPANION BATCH JOB THAT
      *    MOVES ACCEPTED ENTRIES INTO data/GUESTBOOK.DAT, WHICH THIS
      *    PROGRAM READS BACK BELOW THE FORM IN THE SAME DIV/PARA STYLE
      *    AS THE REST OF THE SITE. EACH PUBLISHED ENTRY CARRIES A
      *    "REPORT THIS" FORM THAT POSTS TO ABUSE.COB.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-ERR-PROGRAM      PIC X(12)   VALUE 'GUESTBOOK'.
       01  WS-ERR-OPERATION    PIC X(30).
       01  WS-ERR-STATUS       PIC X(2).
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'GUESTBOOK' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'guestbook - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE SPACES TO WS-HEAD-DESC.
           STRING 'Leave a message on ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-HEAD-DESC
           END-STRING.
           ACCEPT WS-PAGE-QUERY FROM ENVIRONMENT 'QUERY_STRING'.
           PERFORM EXTRACT-PAGE-PARAM.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
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
                 NL
                 META PROP BECOMES '"og:description"'
                      CON BECOMES
                          QUOTE FUNCTION TRIM(WS-HEAD-DESC) QUOTE
                 CLOSE-META
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-SUBMISSION.
                 END-PARA
           END-DISPLAY.
           PERFORM EMIT-OWNER-REPLIES.
           PERFORM EMIT-REPORT-FORM.
           DISPLAY
               END-DIV
           END-DISPLAY.

      *    "REPORT THIS" UNDER EVERY PUBLISHED ENTRY - ABUSE.COB
      *    QUEUES IT FOR ABUSEDESK.COB OR THE ADMIN ABUSE SCREEN. AN
      *    ENTRY IS KNOWN BY ITS NAME AND DATE, AS THE OWNER REPLIES
      *    ARE.
       EMIT-REPORT-FORM.
           DISPLAY
               FORM FORMMETHOD BECOMES '"POST"'
                    ACTION BECOMES '"ABUSE.COB"' CLOSE-FORM
                 FORMINPUT KIND BECOMES '"hidden"' NAM BECOMES '"kind"'
                           VAL BECOMES '"guestbook"' CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"hidden"' NAM BECOMES '"ref"'
                           VAL BECOMES QUOTE
                               FUNCTION TRIM(WS-GT-DATE(WS-GT-IDX))
                               QUOTE
                 CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"hidden"' NAM BECOMES '"key"'
                           VAL BECOMES QUOTE
                               FUNCTION TRIM(WS-GUEST-NAME-SAFE) QUOTE
                 CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"text"'
                           NAM BECOMES '"reason"' CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"text"'
                           NAM BECOMES '"reporter"' CLOSE-INPUT
                 ' (your email - optional, never shown; '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
                 ')'
                 FORMINPUT KIND BECOMES '"text"'
                           NAM BECOMES '"website"'
                           STYLE-ATTR BECOMES '"display:none"'
                 CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"report this"' CLOSE-INPUT
               END-FORM
           END-DISPLAY.

       LOAD-REPLY-TABLE.
           MOVE 0 TO WS-GR-COUNT.
           MOVE 'N' TO WS-GBREPLY-EOF.
           COPY 'HTMLESC.CPY'.
           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM GUESTBOOK.
