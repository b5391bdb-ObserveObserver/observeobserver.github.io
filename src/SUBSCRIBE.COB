      *    ACCEPTS AN EMAIL ADDRESS FROM A FORM POST, VALIDATES IT,
      *    AND APPENDS IT TO data/SUBSCRIBERS.DAT. THE COMPANION
      *    BATCH JOB NOTIFY.COB MAILS THIS LIST WHENEVER data/STORY.DAT
      *    (THE FILE BEHIND INDEX.COB) PICKS UP A NEW ENTRY. EVERY
      *    SIGNUP IS ALSO POSTED TO THE SUBSCRIBER EVENT LOG THROUGH
      *    SUBLOG.CBL, WITH THE FREQUENCY CHOSEN. THE READER'S
      *    LANGUAGE (SITELANG.CPY - THE sitelang COOKIE, ELSE
      *    ACCEPT-LANGUAGE) IS FILED ON THE ROW, AND THE CONFIRMATION
      *    MAIL IS WORDED FROM data/MAILTEXT-<lang>.DAT THROUGH
      *    MAILTEXT.CBL, ENGLISH WHEN THERE IS NO SUCH WORDING. THE
      *    ADDRESS AND THE PRIVACY NOTICE VERSION IT WAS GIVEN UNDER
      *    GO TO THE CONSENT REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'SITECFG.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SUBEVREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
           COPY 'SITELANGWS.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(200).
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-SUB-TOKEN        PIC X(16)   VALUE SPACES.
       01  WS-MAIL-KEY         PIC X(20).
       01  WS-MAIL-TEXT        PIC X(200).
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'SUBSCRIBE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'subscribe - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
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
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"subscribe"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
           END-DISPLAY.
           IF SUBSCRIBED-OK
               DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-SUBMISSION.
           MOVE WS-SUB-FREQ TO SUBSCRIBER-FREQ.
           MOVE 'P' TO SUBSCRIBER-STATE.
           MOVE WS-SUB-TOKEN TO SUBSCRIBER-TOKEN.
           PERFORM PICK-READER-LANGUAGE.
           MOVE WS-READER-LANG TO SUBSCRIBER-LANG.
           STRING FUNCTION TRIM(SUBSCRIBER-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-DATE DELIMITED BY SIZE
                  SUBSCRIBER-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SUBSCRIBER-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-LANG DELIMITED BY SIZE
               INTO SUBSCRIBER-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
                   CONTINUE
           END-CALL.
           PERFORM QUEUE-CONFIRM-MAIL.
           PERFORM LOG-SIGNUP-EVENT.
           PERFORM RECORD-CONSENT.

       LOG-SIGNUP-EVENT.
           MOVE SPACES TO SUBSCRIBER-EVENT.
           MOVE WS-TIMESTAMP(1:8) TO SEV-DATE.
           MOVE 'signup' TO SEV-EVENT.
           MOVE WS-SUB-TOKEN TO SEV-TOKEN.
           MOVE 'P' TO SEV-STATE.
           IF WS-SUB-FREQ = 'W'
               MOVE 'weekly' TO SEV-DETAIL
           ELSE
               MOVE 'every' TO SEV-DETAIL
           END-IF.
           CALL 'SUBLOG' USING SUBSCRIBER-EVENT
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE SUBSCRIBER-EMAIL TO CONSENT-ADDRESS.
           MOVE 'subscribe' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    SAME SHAPE AS THE COMMENT EDIT CODE IN COMMENTS.COB - A
      *    HASH OF THE SUBMISSION CLOCK, NOT A SECRET WORTH MORE THAN
       QUEUE-CONFIRM-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE SUBSCRIBER-EMAIL TO MAILQ-EMAIL.
           MOVE 'confirm-subject' TO WS-MAIL-KEY.
           MOVE 'confirm your subscription:' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING SUBSCRIBER-LANG WS-MAIL-KEY
               WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'CONFIRM.COB?t=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUB-TOKEN) DELIMITED BY SIZE

           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
           COPY 'SITELANG.CPY'.
       CHECK-DEGRADED-MODE.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SUBSCRIBE.
