       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRATA.
      *    ACCEPTS A "REPORT AN ERROR" FROM THE FOOT OF A STORY PAGE
      *    (STORY.CBL) - THE STORY ID IN A HIDDEN FIELD, THE TEXT AS
      *    THE READER QUOTED IT, AND AN OPTIONAL SUGGESTED FIX - AND
      *    APPENDS IT TO data/ERRATA-REPORTS.DAT (SEE ERRATREC.CPY).
      *    TYPOS AND BROKEN FOOTNOTES USED TO ARRIVE AS COMMENTS AND
      *    SIT IN THE COMMENT QUEUE AMONG REAL CONVERSATION; THIS
      *    QUEUE IS WORKED SEPARATELY AT THE CONSOLE BY ERRATADESK.COB.
      *    A REPORT WITHOUT QUOTED TEXT, OR AGAINST A STORY ID THAT IS
      *    NOT IN data/STORY.DAT, IS NOT QUEUED. THE FORM IS OPEN TO
      *    ANYBODY, SO IT GOES THROUGH THE SAME RATELIM/SPAMCHK
      *    SCREENING AS EVERY OTHER PUBLIC FORM.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRATA-FILE ASSIGN TO "data/ERRATA-REPORTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRATA-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ERRATFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'ERRATREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(800).
       01  WS-FIELD-STORY      PIC X(20).
       01  WS-FIELD-QUOTED     PIC X(200).
       01  WS-FIELD-FIX        PIC X(200).
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-ERRATA-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-STORY-KNOWN      PIC X       VALUE 'N'.
               88  STORY-KNOWN                 VALUE 'Y'.
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
               VALUE 'error report received - *observe.observer'.
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
           MOVE 'ERRATA' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'error report received - ' DELIMITED BY SIZE
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
               PERFORM CHECK-STORY-EXISTS
               IF STORY-KNOWN
                   PERFORM SET-BACK-LINK
                   IF FUNCTION TRIM(WS-FIELD-QUOTED) NOT = SPACES
                       PERFORM SCREEN-SUBMISSION
                       IF WS-SPAM-VERDICT = 'A'
                           PERFORM APPEND-ERRATA-REPORT
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
                       'error reports are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'erratathanks' CLOSE-DIV
                 PARA CLOSE-PARA
                   'thanks - if it is a mistake it will be put right'
                   ' and listed under the story''s corrections.'
                 END-PARA
                 LINK URL BECOMES QUOTE FUNCTION TRIM(WS-BACK-URL)
                     QUOTE CLOSE-LINK
                   'back to the story'
                 END-LINK
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-FIELDS.
           MOVE SPACES TO WS-FIELD-STORY WS-FIELD-QUOTED
               WS-FIELD-FIX.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:6) = 'story='
               UNSTRING WS-POST-BODY
                   DELIMITED BY '&quoted=' OR '&fix=' OR '&website='
                   INTO WS-FIELD-STORY WS-FIELD-QUOTED WS-FIELD-FIX
                        WS-FIELD-WEBSITE
               END-UNSTRING
               MOVE WS-FIELD-STORY(7:) TO WS-FIELD-STORY
               MOVE WS-FIELD-STORY TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-STORY
               MOVE WS-FIELD-QUOTED TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-QUOTED
               MOVE WS-FIELD-QUOTED TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-QUOTED
               MOVE WS-FIELD-FIX TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-FIX
               MOVE WS-FIELD-FIX TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-FIX
           END-IF.

      *    THE STORY ID RIDES IN A HIDDEN FIELD ANYBODY CAN EDIT, SO
      *    IT HAS TO NAME A REAL ROW BEFORE IT IS QUEUED OR LINKED TO.
       CHECK-STORY-EXISTS.
           MOVE 'N' TO WS-STORY-KNOWN.
           MOVE 'N' TO WS-STORY-EOF.
           IF FUNCTION TRIM(WS-FIELD-STORY) NOT = SPACES
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
                                       FUNCTION TRIM(WS-FIELD-STORY)
                                   SET STORY-KNOWN TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORY-FILE
               END-IF
           END-IF.

       SET-BACK-LINK.
           MOVE SPACES TO WS-BACK-URL.
           STRING '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-STORY) DELIMITED BY SIZE
               INTO WS-BACK-URL
           END-STRING.

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
           MOVE 'ERRATA' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-FIELD-QUOTED) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-FIX) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

       APPEND-ERRATA-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-FIELD-QUOTED REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-FIX REPLACING ALL '|' BY ' '.
           MOVE SPACES TO ERRATA-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO ERA-FILED.
           MOVE WS-FIELD-STORY TO ERA-STORY-ID.
           MOVE WS-FIELD-QUOTED TO ERA-QUOTED.
           MOVE WS-FIELD-FIX TO ERA-FIX.
           MOVE SPACES TO ERRATA-FILE-LINE.
           STRING ERA-FILED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ERA-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ERA-QUOTED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ERA-FIX) DELIMITED BY SIZE
               INTO ERRATA-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND ERRATA-FILE.
           IF WS-ERRATA-STATUS NOT = '00'
               OPEN OUTPUT ERRATA-FILE
           END-IF.
           WRITE ERRATA-FILE-LINE.
           CLOSE ERRATA-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
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
       END PROGRAM ERRATA.
