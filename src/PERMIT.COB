       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT.
      *    REPRINT AND TRANSLATION PERMISSION REQUESTS. ZINES AND
      *    TRANSLATORS USED TO ASK BY EMAIL AND THE ANSWERS WERE LOST
      *    IN THE INBOX. THIS FORM (STORY, NAME, CONTACT, WHAT USE,
      *    WHICH LANGUAGE, THE DATES WANTED, AND WHERE IT WILL
      *    APPEAR) FEEDS data/PERMISSION-REQUESTS.DAT (SEE
      *    PERMREC.CPY) THROUGH THE SAME SPAM SCREEN AND ADDRESS
      *    THROTTLE AS EVERY OTHER FORM. RIGHTSDESK.COB IS THE
      *    CONSOLE JOB THAT GRANTS OR DECLINES EACH ONE; A GRANT IS
      *    ENTERED IN THE GRANTS REGISTER, data/GRANTS.DAT. THE LINK
      *    UNDER EVERY STORY'S LICENCE LINE OPENS THIS PAGE WITH
      *    story= ALREADY FILLED IN. A REQUEST FOR A STORY THAT IS
      *    NOT IN data/STORY.DAT, WITHOUT A NAME OR CONTACT, OR FOR
      *    A TRANSLATION WITHOUT A LANGUAGE IS NOT QUEUED. A QUEUED
      *    REQUEST PUTS ITS CONTACT ADDRESS ON THE CONSENT REGISTER
      *    THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-FILE
               ASSIGN TO "data/PERMISSION-REQUESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'PERMFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'PERMREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-PERMIT-STATUS    PIC X(2)    VALUE '00'.
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
       01  WS-F-NAME           PIC X(40).
       01  WS-F-CONTACT        PIC X(60).
       01  WS-F-USE            PIC X(12).
       01  WS-F-LANG           PIC X(5).
       01  WS-F-FROM           PIC X(10).
       01  WS-F-UNTIL          PIC X(10).
       01  WS-F-DETAILS        PIC X(300).
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-FORM-NOTE        PIC X(80)   VALUE SPACES.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-RATE-VERDICT     PIC X       VALUE 'A'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'reprints and translations - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Ask to reprint or translate a story.'.
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
           MOVE 'PERMIT' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'reprints and translations - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           MOVE SPACES TO WS-F-STORY WS-F-NAME WS-F-CONTACT WS-F-USE
               WS-F-LANG WS-F-FROM WS-F-UNTIL WS-F-DETAILS.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               PERFORM ACCEPT-REQUEST
               PERFORM CHECK-REQUEST
               IF WS-FORM-NOTE = SPACES
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                       PERFORM APPEND-PERMISSION-REQUEST
                   END-IF
                   MOVE 'thanks - the answer will come by email.'
                       TO WS-FORM-NOTE
                   MOVE SPACES TO WS-F-NAME WS-F-CONTACT WS-F-USE
                       WS-F-LANG WS-F-FROM WS-F-UNTIL WS-F-DETAILS
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
                       'requests are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'permitform' CLOSE-DIV
                 H1 CLOSE-H1
                   'reprints and translations'
                 END-H1
                 PARA CLOSE-PARA
                   'each story shows the licence it is under. for'
                   ' anything that licence does not cover - a zine'
                   ' reprint, a translation, a reading - ask here'
                   ' and the answer comes by email.'
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
                      ACTION BECOMES '"PERMIT.COB"' CLOSE-FORM
                   'story: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"story"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-F-STORY) QUOTE
                   CLOSE-INPUT
                   ' your name: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"name"' CLOSE-INPUT
                   ' email: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"contact"' CLOSE-INPUT
                   ' use: '
                   CHOOSE NAM BECOMES '"use"' CLOSE-CHOOSE
                     OPTING VAL BECOMES '"reprint"' CLOSE-OPTING
                       'reprint'
                     END-OPTING
                     OPTING VAL BECOMES '"translation"' CLOSE-OPTING
                       'translation'
                     END-OPTING
                     OPTING VAL BECOMES '"audio"' CLOSE-OPTING
                       'audio / reading'
                     END-OPTING
                     OPTING VAL BECOMES '"other"' CLOSE-OPTING
                       'other'
                     END-OPTING
                   END-CHOOSE
                   ' language (translations): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"lang"' CLOSE-INPUT
                   ' from (YYYYMMDD): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"from"' CLOSE-INPUT
                   ' until (YYYYMMDD, blank if open-ended): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"until"' CLOSE-INPUT
                   ' where it will appear: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"details"' CLOSE-INPUT
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

       ACCEPT-REQUEST.
           MOVE SPACES TO WS-POST-BODY WS-FIELD-WEBSITE.
           ACCEPT WS-POST-BODY.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:6) = 'story='
               UNSTRING WS-POST-BODY DELIMITED BY '&name='
                   OR '&contact=' OR '&use=' OR '&lang='
                   OR '&from=' OR '&until=' OR '&details='
                   OR '&website='
                   INTO WS-F-STORY WS-F-NAME WS-F-CONTACT WS-F-USE
                        WS-F-LANG WS-F-FROM WS-F-UNTIL WS-F-DETAILS
                        WS-FIELD-WEBSITE
               END-UNSTRING
               MOVE WS-F-STORY(7:) TO WS-F-STORY
               MOVE WS-F-STORY TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-F-STORY
               MOVE WS-F-NAME TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-F-NAME
               MOVE WS-F-NAME TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-F-NAME
               MOVE WS-F-CONTACT TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-F-CONTACT
               MOVE WS-F-CONTACT TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-F-CONTACT
               MOVE WS-F-LANG TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION LOWER-CASE(WS-URL-OUT) TO WS-F-LANG
               MOVE WS-F-DETAILS TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-F-DETAILS
               MOVE WS-F-DETAILS TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-F-DETAILS
           END-IF.

      *    THE CHECKS ARE THE SAME ONES RIGHTSDESK.COB WOULD OTHERWISE
      *    HAVE TO MAKE BY HAND - A GRANT NEEDS SOMEBODY TO ANSWER,
      *    A REAL STORY, AND FOR A TRANSLATION A LANGUAGE.
       CHECK-REQUEST.
           MOVE SPACES TO WS-FORM-NOTE.
           PERFORM CHECK-STORY-EXISTS.
           EVALUATE TRUE
               WHEN NOT STORY-KNOWN
                   MOVE 'there is no story with that id.'
                       TO WS-FORM-NOTE
               WHEN FUNCTION TRIM(WS-F-NAME) = SPACES
                       OR FUNCTION TRIM(WS-F-CONTACT) = SPACES
                   MOVE 'a name and an email address are needed.'
                       TO WS-FORM-NOTE
               WHEN WS-F-USE NOT = 'reprint'
                       AND WS-F-USE NOT = 'translation'
                       AND WS-F-USE NOT = 'audio'
                       AND WS-F-USE NOT = 'other'
                   MOVE 'pick a use from the list.' TO WS-FORM-NOTE
               WHEN WS-F-USE = 'translation'
                       AND FUNCTION TRIM(WS-F-LANG) = SPACES
                   MOVE 'a translation needs the language it is into.'
                       TO WS-FORM-NOTE
               WHEN FUNCTION TRIM(WS-F-FROM) NOT = SPACES
                       AND (WS-F-FROM(1:8) IS NOT NUMERIC
                            OR WS-F-FROM(9:2) NOT = SPACES)
                   MOVE 'dates are YYYYMMDD.' TO WS-FORM-NOTE
               WHEN FUNCTION TRIM(WS-F-UNTIL) NOT = SPACES
                       AND (WS-F-UNTIL(1:8) IS NOT NUMERIC
                            OR WS-F-UNTIL(9:2) NOT = SPACES)
                   MOVE 'dates are YYYYMMDD.' TO WS-FORM-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-STORY-EXISTS.
           MOVE 'N' TO WS-STORY-KNOWN.
           MOVE 'N' TO WS-STORY-EOF.
           IF FUNCTION TRIM(WS-F-STORY) NOT = SPACES
               OPEN INPUT STORY-FILE
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
               END-IF
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
           MOVE 'PERMIT' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-F-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F-DETAILS) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

       APPEND-PERMISSION-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-F-NAME REPLACING ALL '|' BY ' '.
           INSPECT WS-F-CONTACT REPLACING ALL '|' BY ' '.
           INSPECT WS-F-LANG REPLACING ALL '|' BY ' '.
           INSPECT WS-F-DETAILS REPLACING ALL '|' BY ' '.
           MOVE SPACES TO PERMISSION-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO PRQ-FILED.
           MOVE WS-F-STORY TO PRQ-STORY-ID.
           MOVE WS-F-NAME TO PRQ-NAME.
           MOVE WS-F-CONTACT TO PRQ-CONTACT.
           MOVE WS-F-USE TO PRQ-USE.
           MOVE WS-F-LANG TO PRQ-LANG.
           MOVE WS-F-FROM(1:8) TO PRQ-FROM.
           MOVE WS-F-UNTIL(1:8) TO PRQ-UNTIL.
           MOVE WS-F-DETAILS TO PRQ-DETAILS.
           MOVE SPACES TO PERMISSION-FILE-LINE.
           STRING PRQ-FILED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-USE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-LANG) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-FROM) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-UNTIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(PRQ-DETAILS) DELIMITED BY SIZE
               INTO PERMISSION-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND PERMISSION-FILE.
           IF WS-PERMIT-STATUS NOT = '00'
               OPEN OUTPUT PERMISSION-FILE
           END-IF.
           WRITE PERMISSION-FILE-LINE.
           CLOSE PERMISSION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM RECORD-CONSENT.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE PRQ-CONTACT TO CONSENT-ADDRESS.
           MOVE 'permission' TO CONSENT-PURPOSE.
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
       END PROGRAM PERMIT.
