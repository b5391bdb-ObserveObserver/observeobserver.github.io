       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASK.
      *    ASK THE AUTHOR. READERS' QUESTIONS ("IS J ABOUT YOU?",
      *    "WHAT KEYBOARD DO YOU WRITE ON?") USED TO LAND IN THE
      *    GUESTBOOK, WHERE THE ANSWER WAS LOST TO EVERYONE ELSE.
      *    THIS FORM (THE QUESTION, OPTIONALLY THE STORY IT IS ABOUT
      *    AND AN ADDRESS TO BE TOLD AT) FEEDS
      *    data/QUESTIONS-PENDING.DAT (SEE QUESTREC.CPY) THROUGH THE
      *    SAME SPAM SCREEN AND ADDRESS THROTTLE AS EVERY OTHER FORM.
      *    ASKDESK.COB IS THE CONSOLE JOB THAT ANSWERS, DECLINES OR
      *    HOLDS EACH ONE; ANSWERS ARE PUBLISHED ON ANSWERS.COB.
      *    story= ON THE QUERY STRING PRE-FILLS THE STORY. A QUESTION
      *    WITHOUT TEXT, ABOUT A STORY THAT IS NOT IN data/STORY.DAT,
      *    OR WITH AN ADDRESS THAT IS NOT ONE, IS NOT QUEUED. A
      *    QUEUED QUESTION THAT LEAVES AN ADDRESS ALSO PUTS IT ON THE
      *    CONSENT REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTION-FILE
               ASSIGN TO "data/QUESTIONS-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUESTION-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'QUESTFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'QUESTREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-QUESTION-STATUS  PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-STORY-KNOWN      PIC X       VALUE 'N'.
               88  STORY-KNOWN                 VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-QUERY-STRING     PIC X(200)  VALUE SPACES.
       01  WS-QS-SCRAP         PIC X(200).
       01  WS-QS-REST          PIC X(200).
       01  WS-POST-BODY        PIC X(2000).
       01  WS-F-STORY          PIC X(20).
       01  WS-F-EMAIL          PIC X(60).
       01  WS-F-QUESTION       PIC X(300).
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-AT-COUNT         PIC 9(2).
       01  WS-FORM-NOTE        PIC X(80)   VALUE SPACES.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-RATE-VERDICT     PIC X       VALUE 'A'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'ask the author - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Ask the author a question.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'Y'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
      *    READ-ONLY DEGRADED MODE - SEE DEGRADED.CBL.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ASK' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'ask the author - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           MOVE SPACES TO WS-F-STORY WS-F-EMAIL WS-F-QUESTION.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               PERFORM ACCEPT-QUESTION
               PERFORM CHECK-QUESTION
               IF WS-FORM-NOTE = SPACES
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                       PERFORM APPEND-QUESTION
                   END-IF
                   MOVE 'thanks - answers go up on the questions page.'
                       TO WS-FORM-NOTE
                   MOVE SPACES TO WS-F-EMAIL WS-F-QUESTION
               END-IF
           ELSE
               PERFORM EXTRACT-STORY-PARAM
           END-IF.
           INSPECT WS-F-STORY REPLACING ALL '"' BY ' '
               ALL '<' BY ' ' ALL '>' BY ' ' ALL '&' BY ' '.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
               WS-HEAD-ALT-URL WS-HEAD-TITLE WS-HEAD-DESC
               WS-HEAD-ROBOTS
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'head unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           DISPLAY
               END-HEAD
               NL
               BODY
           END-DISPLAY.
           CALL 'BANNER' USING WS-BANNER-TOKEN
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           IF PAUSED
               DISPLAY
                   DIV LINEAGE BECOMES 'pausednote' CLOSE-DIV
                     PARA CLOSE-PARA
                       'questions are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'askform' CLOSE-DIV
                 H1 CLOSE-H1
                   'ask the author'
                 END-H1
                 PARA CLOSE-PARA
                   'a question about a story, the keyboards, or the'
                   ' site. answers go up on '
                   LINK URL BECOMES '"ANSWERS.COB"' CLOSE-LINK
                     'the questions page'
                   END-LINK
                   ' for everyone; leave an address if you would'
                   ' like to be told when yours does.'
                 END-PARA
           END-DISPLAY.
           IF WS-FORM-NOTE NOT = SPACES
               DISPLAY
                 PARA LINEAGE BECOMES 'formnote' CLOSE-PARA
                   FUNCTION TRIM(WS-FORM-NOTE)
                 END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"ASK.COB"' CLOSE-FORM
                   'story (if it is about one): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"story"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-F-STORY) QUOTE
                   CLOSE-INPUT
                   ' email (optional, never shown): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"email"' CLOSE-INPUT
                   ' your question: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"question"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"ask"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

      *    story= ON THE QUERY STRING PRE-FILLS THE FORM WHEN IT IS
      *    OPENED FROM A STORY PAGE.
       EXTRACT-STORY-PARAM.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-QS-SCRAP WS-QS-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'story='
               INTO WS-QS-SCRAP WS-QS-REST
           END-UNSTRING.
           IF WS-QS-REST NOT = SPACES
               UNSTRING WS-QS-REST DELIMITED BY '&'
                   INTO WS-F-STORY
               END-UNSTRING
           END-IF.

       ACCEPT-QUESTION.
           MOVE SPACES TO WS-POST-BODY WS-FIELD-WEBSITE.
           ACCEPT WS-POST-BODY.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:6) = 'story='
               UNSTRING WS-POST-BODY DELIMITED BY '&email='
                   OR '&question=' OR '&website='
                   INTO WS-F-STORY WS-F-EMAIL WS-F-QUESTION
                        WS-FIELD-WEBSITE
               END-UNSTRING
               MOVE WS-F-STORY(7:) TO WS-F-STORY
               MOVE WS-F-STORY TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION TRIM(WS-URL-OUT) TO WS-F-STORY
               MOVE WS-F-EMAIL TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION TRIM(WS-URL-OUT) TO WS-F-EMAIL
               MOVE WS-F-QUESTION TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-F-QUESTION
               MOVE WS-F-QUESTION TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-F-QUESTION
           END-IF.

       CHECK-QUESTION.
           MOVE SPACES TO WS-FORM-NOTE.
           MOVE 'Y' TO WS-STORY-KNOWN.
           IF WS-F-STORY NOT = SPACES
               PERFORM CHECK-STORY-EXISTS
           END-IF.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-F-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-F-QUESTION) = SPACES
                   MOVE 'the question was empty.' TO WS-FORM-NOTE
               WHEN NOT STORY-KNOWN
                   MOVE 'there is no story with that id.'
                       TO WS-FORM-NOTE
               WHEN WS-F-EMAIL NOT = SPACES AND WS-AT-COUNT NOT = 1
                   MOVE 'that email address does not look right.'
                       TO WS-FORM-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-STORY-EXISTS.
           MOVE 'N' TO WS-STORY-KNOWN.
           MOVE 'N' TO WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF OR STORY-KNOWN
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO STORY-ID
                           UNSTRING STORY-FILE-LINE
                               DELIMITED BY '|'
                               INTO STORY-ID
                           END-UNSTRING
                           IF FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(WS-F-STORY)
                               SET STORY-KNOWN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

      *    THE ADDRESS THROTTLE RUNS FIRST - A LOCKED-OUT ADDRESS
      *    DOESN'T EVEN GET ITS TEXT READ.
       SCREEN-SUBMISSION.
           MOVE 'A' TO WS-SPAM-VERDICT.
           MOVE 'A' TO WS-RATE-VERDICT.
           MOVE SPACES TO WS-REMOTE-ADDR.
           ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'.
           CALL 'RATELIM' USING WS-REMOTE-ADDR WS-RATE-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-RATE-VERDICT
           END-CALL.
           IF WS-RATE-VERDICT = 'L'
               MOVE 'R' TO WS-SPAM-VERDICT
           ELSE
               PERFORM SCREEN-FOR-SPAM
           END-IF.

       SCREEN-FOR-SPAM.
           MOVE 'ASK' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           MOVE WS-F-QUESTION TO WS-SPAM-TEXT.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

       APPEND-QUESTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-F-EMAIL REPLACING ALL '|' BY ' '.
           INSPECT WS-F-QUESTION REPLACING ALL '|' BY ' '.
           MOVE SPACES TO QUESTION-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO QST-FILED.
           MOVE WS-F-STORY TO QST-STORY-ID.
           MOVE WS-F-EMAIL TO QST-EMAIL.
           MOVE WS-F-QUESTION TO QST-QUESTION.
           MOVE SPACES TO QUESTION-FILE-LINE.
           STRING QST-FILED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(QST-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(QST-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(QST-QUESTION) DELIMITED BY SIZE
               INTO QUESTION-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND QUESTION-FILE.
           IF WS-QUESTION-STATUS NOT = '00'
               OPEN OUTPUT QUESTION-FILE
           END-IF.
           WRITE QUESTION-FILE-LINE.
           CLOSE QUESTION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(QST-EMAIL) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE QST-EMAIL TO CONSENT-ADDRESS.
           MOVE 'question' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
       CHECK-DEGRADED-MODE.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
               ON EXCEPTION
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ASK.
