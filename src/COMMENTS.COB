      *    HIDDEN FORM FIELD) AND APPENDS IT TO THE PENDING-MODERATION
      *    FILE RATHER THAN PUBLISHING IT IMMEDIATELY. APPROVE.COB IS
      *    THE COMPANION BATCH JOB THAT MOVES ACCEPTED COMMENTS INTO
      *    data/COMMENTS.DAT, WHICH STORY.CBL READS FOR DISPLAY. A
      *    COMMENT THAT LEAVES A REPLY-NOTICE ADDRESS ALSO PUTS THAT
      *    ADDRESS ON THE CONSENT REGISTER THROUGH CONSENT.CBL.
      *    A COMMENT PUBLISHED STRAIGHT AWAY ALSO GOES INTO THE KEYED
      *    COPY OF data/COMMENTS.DAT (SIDEIO.CBL) THE PAGE READS.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'COMREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
           COPY 'SITECFG.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)   VALUE SPACES.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
      *    READ-ONLY DEGRADED MODE - SEE DEGRADED.CBL.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'COMMENTS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST'
               HEAD
                 NL
                 CAPTION
                   'comment received - ' FUNCTION TRIM(SITE-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

      *    THE FORMS ON STORY.CBL ALWAYS POST id, parent (EMPTY FOR A
                  FUNCTION TRIM(COMMENT-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(COMMENT-NOTIFY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO PENDING-FILE-LINE
           END-STRING.
      *    A TRUSTED REGULAR (REPUTE.CBL) PUBLISHES ON THE SPOT AND
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(COMMENT-NOTIFY) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE COMMENT-NOTIFY TO CONSENT-ADDRESS.
           MOVE 'reply' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       CHECK-DEGRADED-MODE.
           MOVE 'W' TO WS-DEGRADED.
           MOVE PENDING-FILE-LINE TO LIVE-FILE-LINE.
           WRITE LIVE-FILE-LINE.
           CLOSE LIVE-FILE.
           PERFORM ADD-TO-KEYED-COPY.
           MOVE SPACES TO POSTHOC-FILE-LINE.
           STRING 'COMMENTS|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REP-KEY) DELIMITED BY SIZE
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"post it"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DIV
           END-DISPLAY.

           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
           COPY 'HTMLESC.CPY'.

      *    THE NEW ROW GOES INTO THE KEYED COPY STORY.CBL READS AS
      *    WELL, SO THE PAGE SHOWS IT BEFORE THE NEXT BUILD RELOADS.
       ADD-TO-KEYED-COPY.
           MOVE 'A' TO SIX-ACTION.
           MOVE 'data/COMMENTS.DAT' TO SIX-FILE.
           MOVE SPACES TO SIX-STORY.
           MOVE LIVE-FILE-LINE TO SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM COMMENTS.
