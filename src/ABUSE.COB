       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABUSE.
      *    ACCEPTS A "REPORT THIS" FROM UNDER A PUBLISHED COMMENT
      *    (STORY.CBL) OR GUESTBOOK ENTRY (GUESTBOOK.COB) - WHICH ROW
      *    IN HIDDEN FORM FIELDS, A REASON, AND AN OPTIONAL ADDRESS
      *    FOR THE REPORTER - AND APPENDS IT TO data/ABUSE-REPORTS.DAT
      *    (SEE ABUSEREC.CPY). NOTHING IS TAKEN DOWN FROM HERE:
      *    ABUSEDESK.COB AT THE CONSOLE, OR THE ABUSE SCREEN IN
      *    ADMIN.COB, UPHOLDS OR DISMISSES EACH REPORT. A REPORT
      *    WITHOUT A REASON, OR ON A ROW THAT IS NOT LIVE (ABUSEACT.CBL
      *    'F'), IS NOT QUEUED. THE FORM IS OPEN TO ANYBODY, SO IT
      *    GOES THROUGH THE SAME RATELIM/SPAMCHK SCREENING AS EVERY
      *    OTHER PUBLIC FORM - OTHERWISE IT IS A WAY TO FLOOD THE
      *    QUEUE. A QUEUED REPORT THAT LEAVES AN ADDRESS PUTS IT ON
      *    THE CONSENT REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABUSE-FILE ASSIGN TO "data/ABUSE-REPORTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ABUSEFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'ABUSEREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(800).
       01  WS-FIELD-KIND       PIC X(15).
       01  WS-FIELD-REF        PIC X(8).
       01  WS-FIELD-KEY        PIC X(40).
       01  WS-FIELD-REASON     PIC X(200).
       01  WS-FIELD-REPORTER   PIC X(60).
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-ABUSE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-REPORT-LINE      PIC X(400).
       01  WS-ACT-ACTION       PIC X       VALUE 'F'.
       01  WS-ACT-QUEUE        PIC X(12)   VALUE 'ABUSE'.
       01  WS-ACT-ROW          PIC X(400).
       01  WS-ACT-RESULT       PIC X       VALUE 'G'.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-RATE-VERDICT     PIC X       VALUE 'A'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-BACK-URL         PIC X(60)   VALUE '/'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
           COPY 'SITECFG.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'report received - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
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
           MOVE 'ABUSE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'report received - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               MOVE SPACES TO WS-POST-BODY
               ACCEPT WS-POST-BODY
               PERFORM EXTRACT-FIELDS
               PERFORM SET-BACK-LINK
               IF FUNCTION TRIM(WS-FIELD-REASON) NOT = SPACES
                   PERFORM CHECK-ROW-IS-LIVE
                   IF WS-ACT-RESULT = 'P'
                       PERFORM SCREEN-SUBMISSION
                       IF WS-SPAM-VERDICT = 'A'
                           PERFORM APPEND-ABUSE-REPORT
                       END-IF
                   END-IF
               END-IF
           END-IF.
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
                       'reports are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'abusethanks' CLOSE-DIV
                 PARA CLOSE-PARA
                   'thanks - the report will be looked at by hand.'
                 END-PARA
                 LINK URL BECOMES QUOTE FUNCTION TRIM(WS-BACK-URL)
                     QUOTE CLOSE-LINK
                   'back to where you were'
                 END-LINK
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-FIELDS.
           MOVE SPACES TO WS-FIELD-KIND WS-FIELD-REF WS-FIELD-KEY
               WS-FIELD-REASON WS-FIELD-REPORTER.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:5) = 'kind='
               UNSTRING WS-POST-BODY
                   DELIMITED BY '&ref=' OR '&key=' OR '&reason='
                   OR '&reporter=' OR '&website='
                   INTO WS-FIELD-KIND WS-FIELD-REF WS-FIELD-KEY
                        WS-FIELD-REASON WS-FIELD-REPORTER
                        WS-FIELD-WEBSITE
               END-UNSTRING
               IF WS-FIELD-KIND(1:5) = 'kind='
                   MOVE WS-FIELD-KIND(6:) TO WS-FIELD-KIND
               END-IF
               MOVE WS-FIELD-REF TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-REF
               MOVE WS-FIELD-KEY TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-KEY
               MOVE WS-FIELD-KEY TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-KEY
               MOVE WS-FIELD-REASON TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-REASON
               MOVE WS-FIELD-REASON TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-REASON
               MOVE WS-FIELD-REPORTER TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-REPORTER
               MOVE WS-FIELD-REPORTER TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-REPORTER
           END-IF.

      *    THE THANKS PAGE LEADS BACK TO THE PAGE THE REPORT CAME
      *    FROM - A STORY, A BLOG POST, OR THE GUESTBOOK.
       SET-BACK-LINK.
           MOVE '/' TO WS-BACK-URL.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-FIELD-KIND) = 'guestbook'
                   MOVE 'GUESTBOOK.COB' TO WS-BACK-URL
               WHEN WS-FIELD-REF(1:5) = 'ENTRY'
                   STRING 'BLOGPOST.COB?id=' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FIELD-REF)
                              DELIMITED BY SIZE
                       INTO WS-BACK-URL
                   END-STRING
               WHEN FUNCTION TRIM(WS-FIELD-REF) NOT = SPACES
                   STRING '/' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FIELD-REF)
                              DELIMITED BY SIZE
                       INTO WS-BACK-URL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           INSPECT WS-BACK-URL REPLACING ALL '"' BY ' '
               ALL '<' BY ' ' ALL '>' BY ' '.

      *    ONLY A ROW THAT IS LIVE RIGHT NOW CAN BE REPORTED.
       CHECK-ROW-IS-LIVE.
           INSPECT WS-FIELD-KIND REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-REF REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-KEY REPLACING ALL '|' BY ' '.
           MOVE SPACES TO ABUSE-RECORD.
           MOVE WS-FIELD-KIND TO ABR-KIND.
           MOVE WS-FIELD-REF TO ABR-REF.
           MOVE WS-FIELD-KEY TO ABR-KEY.
           PERFORM BUILD-REPORT-LINE.
           MOVE 'F' TO WS-ACT-ACTION.
           MOVE 'G' TO WS-ACT-RESULT.
           CALL 'ABUSEACT' USING WS-REPORT-LINE WS-ACT-ACTION
               WS-ACT-QUEUE WS-ACT-ROW WS-ACT-RESULT
               ON EXCEPTION
                   MOVE 'G' TO WS-ACT-RESULT
           END-CALL.

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
           MOVE 'ABUSE' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-FIELD-REASON) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-REPORTER) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

       APPEND-ABUSE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-FIELD-REASON REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-REPORTER REPLACING ALL '|' BY ' '.
           MOVE WS-TIMESTAMP(1:14) TO ABR-FILED.
           MOVE WS-FIELD-REPORTER TO ABR-REPORTER.
           MOVE WS-FIELD-REASON TO ABR-REASON.
           PERFORM BUILD-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ABUSE-FILE-LINE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND ABUSE-FILE.
           IF WS-ABUSE-STATUS NOT = '00'
               OPEN OUTPUT ABUSE-FILE
           END-IF.
           WRITE ABUSE-FILE-LINE.
           CLOSE ABUSE-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(ABR-REPORTER) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE ABR-REPORTER TO CONSENT-ADDRESS.
           MOVE 'abuse' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       BUILD-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ABR-FILED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-KIND) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REF) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-KEY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REPORTER) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REASON) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

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
       END PROGRAM ABUSE.
