       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTS.
      *    EVENTS PAGE. READINGS, KEYBOARD SWAP MEETS AND THE YEARLY
      *    ANNIVERSARY STREAM USED TO BE ANNOUNCED IN A BLOG POST AND
      *    THEN FORGOTTEN. THEY NOW LIVE IN THE HAND-KEPT
      *    data/EVENTS.DAT (SEE EVTREC.CPY) AND THIS PAGE LISTS THEM:
      *    WHAT IS COMING UP, SOONEST FIRST, EACH WITH AN RSVP FORM,
      *    THEN WHAT HAS PASSED, MOST RECENT FIRST. EVERY EVENT IS
      *    ANCHORED BY ITS ID, SO EVENTS.COB#EV004 IS A LINK THAT
      *    KEEPS WORKING AFTER THE BLOG POST SCROLLS AWAY.
      *    THE RSVP FORM (EVENT, NAME, ADDRESS) RUNS THROUGH THE
      *    SAME ADDRESS THROTTLE AND SPAM SCREEN AS EVERY OTHER FORM
      *    AND APPENDS TO data/RSVPS.DAT (SEE RSVPREC.CPY). AN EVENT
      *    WITH A CAPACITY STOPS TAKING RSVPS ONCE IT IS FULL, AN
      *    ADDRESS IS ONLY COUNTED ONCE PER EVENT, AND A PAST OR
      *    UNKNOWN EVENT TAKES NONE. THE COUNT AND THE APPEND HAPPEN
      *    UNDER THE SAME FGUARD LOCK SO TWO LATE RSVPS CANNOT BOTH
      *    TAKE THE LAST PLACE. EVTREMIND.COB MAILS EVERYONE ON THE
      *    LIST THE DAY BEFORE; EVENTICS.COB IS THE SAME LIST AS AN
      *    .ics FEED FOR READERS' CALENDARS. TIMES ARE UTC. A TAKEN
      *    RSVP PUTS ITS ADDRESS ON THE CONSENT REGISTER THROUGH
      *    CONSENT.CBL ONCE THE LOCK IS LET GO.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "data/EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/RSVPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EVTFD.CPY'.
           COPY 'RSVPFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'EVTREC.CPY'.
           COPY 'RSVPREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-RSVP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EVENT-EOF        PIC X       VALUE 'N'.
               88  EVENT-EOF                   VALUE 'Y'.
       01  WS-RSVP-EOF         PIC X       VALUE 'N'.
               88  RSVP-EOF                    VALUE 'Y'.
       01  WS-EVENT-FOUND      PIC X       VALUE 'N'.
               88  EVENT-FOUND                 VALUE 'Y'.
       01  WS-ALREADY-LISTED   PIC X       VALUE 'N'.
               88  ALREADY-LISTED              VALUE 'Y'.
       01  WS-RSVP-PLACED      PIC X       VALUE 'N'.
               88  RSVP-PLACED                 VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
      *    EVERY EVENT IN THE MASTER, KEYED BY DATE AND START TIME SO
      *    THE PAGE CAN SHOW THEM IN ORDER HOWEVER THE FILE IS KEPT.
       01  WS-EVENT-COUNT      PIC 9(3)    VALUE 0.
       01  WS-EVENT-IDX        PIC 9(3).
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY      OCCURS 200 TIMES.
               10  WS-EV-KEY           PIC X(12).
               10  WS-EV-LINE          PIC X(500).
       01  WS-EVENT-SWAPPED    PIC X       VALUE 'N'.
               88  EVENT-SWAPPED               VALUE 'Y'.
       01  WS-SWAP-EVENT.
               05  PIC X(12).
               05  PIC X(500).
       01  WS-UPCOMING-SHOWN   PIC 9(3)    VALUE 0.
       01  WS-PAST-SHOWN       PIC 9(3)    VALUE 0.
       01  WS-CAP-NUM          PIC 9(4)    VALUE 0.
       01  WS-TAKEN-NUM        PIC 9(4)    VALUE 0.
       01  WS-LEFT-NUM         PIC 9(4)    VALUE 0.
       01  WS-LEFT-SHOWN       PIC Z(3)9.
       01  WS-CAP-SHOWN        PIC Z(3)9.
       01  WS-TAKEN-SHOWN      PIC Z(3)9.
       01  WS-DATE-SHOWN       PIC X(10).
       01  WS-TIME-SHOWN       PIC X(20).
       01  WS-SAFE-TITLE       PIC X(400).
       01  WS-SAFE-PLACE       PIC X(500).
       01  WS-SAFE-DESC        PIC X(1900).
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(1000).
       01  WS-F-EVENT          PIC X(20).
       01  WS-F-NAME           PIC X(40).
       01  WS-F-EMAIL          PIC X(60).
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
               VALUE 'events - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Readings, swap meets and the anniversary stream.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'N'.
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
           MOVE 'EVENTS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'events - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           MOVE SPACES TO WS-F-EVENT WS-F-NAME WS-F-EMAIL.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               PERFORM ACCEPT-RSVP
               PERFORM CHECK-RSVP
               IF WS-FORM-NOTE = SPACES
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                       PERFORM PLACE-RSVP
                   ELSE
                       MOVE 'thanks - you are on the list.'
                           TO WS-FORM-NOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LOAD-EVENTS.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
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
                      CON BECOMES '"website"'
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:url"'
                      CON BECOMES QUOTE FUNCTION TRIM(WS-BASE-URL)
                          'events' QUOTE
                 CLOSE-META
                 NL
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
                       'rsvps are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'events' CLOSE-DIV
                 H1 CLOSE-H1
                   'events'
                 END-H1
                 PARA CLOSE-PARA
                   'readings, swap meets and the anniversary stream.'
                   ' times are utc. '
                   LINK URL BECOMES '"EVENTICS.COB"' CLOSE-LINK
                     'add them to your calendar'
                   END-LINK
                   ' (.ics).'
                 END-PARA
           END-DISPLAY.
           IF WS-FORM-NOTE NOT = SPACES
               DISPLAY
                 PARA LINEAGE BECOMES 'formnote' CLOSE-PARA
                   FUNCTION TRIM(WS-FORM-NOTE)
                 END-PARA
               END-DISPLAY
           END-IF.
           PERFORM EMIT-UPCOMING-EVENTS.
           PERFORM EMIT-PAST-EVENTS.
           DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-RSVP.
           MOVE SPACES TO WS-POST-BODY WS-FIELD-WEBSITE.
           ACCEPT WS-POST-BODY.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:6) = 'event='
               UNSTRING WS-POST-BODY DELIMITED BY '&name='
                   OR '&email=' OR '&website='
                   INTO WS-F-EVENT WS-F-NAME WS-F-EMAIL
                        WS-FIELD-WEBSITE
               END-UNSTRING
               MOVE WS-F-EVENT(7:) TO WS-F-EVENT
               MOVE WS-F-EVENT TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION TRIM(WS-URL-OUT) TO WS-F-EVENT
               MOVE WS-F-NAME TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION TRIM(WS-URL-OUT) TO WS-F-NAME
               MOVE WS-F-NAME TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-F-NAME
               MOVE WS-F-EMAIL TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE FUNCTION TRIM(WS-URL-OUT) TO WS-F-EMAIL
           END-IF.

      *    THE FORM ONLY RENDERS UNDER EVENTS STILL TO COME, SO AN
      *    RSVP FOR A PAST OR UNKNOWN ONE IS A HAND-ROLLED POST.
       CHECK-RSVP.
           MOVE SPACES TO WS-FORM-NOTE.
           PERFORM FIND-EVENT.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-F-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
               WHEN NOT EVENT-FOUND
                   MOVE 'there is no event with that id.'
                       TO WS-FORM-NOTE
               WHEN EVT-DATE < WS-TODAY-DATE
                   MOVE 'that event has already happened.'
                       TO WS-FORM-NOTE
               WHEN FUNCTION TRIM(WS-F-NAME) = SPACES
                   MOVE 'a name, please - it goes on no page.'
                       TO WS-FORM-NOTE
               WHEN WS-AT-COUNT NOT = 1 OR WS-F-EMAIL(1:1) = '@'
                   MOVE 'that email address does not look right.'
                       TO WS-FORM-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-EVENT.
           MOVE 'N' TO WS-EVENT-FOUND.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EVENT-EOF OR EVENT-FOUND
                   READ EVENT-FILE
                       AT END
                           SET EVENT-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-EVENT-RECORD
                           IF WS-F-EVENT NOT = SPACES
                                   AND FUNCTION TRIM(EVT-ID) =
                                       FUNCTION TRIM(WS-F-EVENT)
                               SET EVENT-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       PARSE-EVENT-RECORD.
           MOVE SPACES TO EVENT-RECORD.
           UNSTRING EVENT-FILE-LINE DELIMITED BY '|'
               INTO EVT-ID EVT-DATE EVT-TIME EVT-MINUTES EVT-TITLE
                    EVT-PLACE EVT-CAPACITY EVT-DESC
           END-UNSTRING.

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
           MOVE 'RSVP' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-F-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F-EMAIL) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

      *    COUNTED AND APPENDED UNDER ONE LOCK - THE CAP IS ONLY AS
      *    GOOD AS THE COUNT IT IS CHECKED AGAINST. EVENT-RECORD STILL
      *    HOLDS THE EVENT FIND-EVENT MATCHED.
       PLACE-RSVP.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM COUNT-EVENT-RSVPS.
           MOVE FUNCTION NUMVAL(EVT-CAPACITY) TO WS-CAP-NUM.
           EVALUATE TRUE
               WHEN ALREADY-LISTED
                   MOVE 'that address is already on the list.'
                       TO WS-FORM-NOTE
               WHEN WS-CAP-NUM > 0 AND WS-TAKEN-NUM >= WS-CAP-NUM
                   MOVE 'sorry - that one is full.' TO WS-FORM-NOTE
               WHEN OTHER
                   PERFORM APPEND-RSVP
                   SET RSVP-PLACED TO TRUE
                   MOVE 'thanks - you are on the list.'
                       TO WS-FORM-NOTE
           END-EVALUATE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF RSVP-PLACED
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE RSV-EMAIL TO CONSENT-ADDRESS.
           MOVE 'rsvp' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    PLACES TAKEN FOR THE EVENT IN EVT-ID, AND WHETHER
      *    WS-F-EMAIL IS ALREADY AMONG THEM.
       COUNT-EVENT-RSVPS.
           MOVE 0 TO WS-TAKEN-NUM.
           MOVE 'N' TO WS-ALREADY-LISTED.
           MOVE 'N' TO WS-RSVP-EOF.
           OPEN INPUT RSVP-FILE.
           IF WS-RSVP-STATUS = '00'
               PERFORM UNTIL RSVP-EOF
                   READ RSVP-FILE
                       AT END
                           SET RSVP-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO RSVP-RECORD
                           UNSTRING RSVP-FILE-LINE DELIMITED BY '|'
                               INTO RSV-EVENT-ID RSV-FILED RSV-NAME
                                    RSV-EMAIL RSV-REMINDED
                           END-UNSTRING
                           IF FUNCTION TRIM(RSV-EVENT-ID) =
                                   FUNCTION TRIM(EVT-ID)
                               ADD 1 TO WS-TAKEN-NUM
                               IF WS-F-EMAIL NOT = SPACES
                                   AND FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(RSV-EMAIL)) =
                                       FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(WS-F-EMAIL))
                                   SET ALREADY-LISTED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSVP-FILE
           END-IF.

       APPEND-RSVP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-F-NAME REPLACING ALL '|' BY ' '.
           INSPECT WS-F-EMAIL REPLACING ALL '|' BY ' '.
           MOVE SPACES TO RSVP-RECORD.
           MOVE EVT-ID TO RSV-EVENT-ID.
           MOVE WS-TIMESTAMP(1:14) TO RSV-FILED.
           MOVE WS-F-NAME TO RSV-NAME.
           MOVE WS-F-EMAIL TO RSV-EMAIL.
           MOVE SPACES TO RSVP-FILE-LINE.
           STRING FUNCTION TRIM(RSV-EVENT-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  RSV-FILED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO RSVP-FILE-LINE
           END-STRING.
           OPEN EXTEND RSVP-FILE.
           IF WS-RSVP-STATUS NOT = '00'
               OPEN OUTPUT RSVP-FILE
           END-IF.
           WRITE RSVP-FILE-LINE.
           CLOSE RSVP-FILE.

      *    THE WHOLE MASTER INTO THE TABLE, THEN INTO DATE AND TIME
      *    ORDER (AN ALL-DAY EVENT, WITH NO TIME, SORTS FIRST ON ITS
      *    DAY). PAST THE TABLE'S END THE LATEST ROWS WIN.
       LOAD-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EVENT-EOF
                   READ EVENT-FILE
                       AT END
                           SET EVENT-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-EVENT-RECORD
                           IF EVT-ID NOT = SPACES
                                   AND EVT-DATE IS NUMERIC
                               PERFORM KEEP-EVENT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.
           SET EVENT-SWAPPED TO TRUE.
           PERFORM UNTIL NOT EVENT-SWAPPED
               MOVE 'N' TO WS-EVENT-SWAPPED
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX >= WS-EVENT-COUNT
                   IF WS-EV-KEY(WS-EVENT-IDX) >
                           WS-EV-KEY(WS-EVENT-IDX + 1)
                       MOVE WS-EVENT-ENTRY(WS-EVENT-IDX)
                           TO WS-SWAP-EVENT
                       MOVE WS-EVENT-ENTRY(WS-EVENT-IDX + 1)
                           TO WS-EVENT-ENTRY(WS-EVENT-IDX)
                       MOVE WS-SWAP-EVENT
                           TO WS-EVENT-ENTRY(WS-EVENT-IDX + 1)
                       SET EVENT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       KEEP-EVENT-ROW.
           IF WS-EVENT-COUNT < 200
               ADD 1 TO WS-EVENT-COUNT
           ELSE
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > 199
                   MOVE WS-EVENT-ENTRY(WS-EVENT-IDX + 1)
                       TO WS-EVENT-ENTRY(WS-EVENT-IDX)
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-EV-KEY(WS-EVENT-COUNT).
           STRING EVT-DATE DELIMITED BY SIZE
                  EVT-TIME DELIMITED BY SIZE
               INTO WS-EV-KEY(WS-EVENT-COUNT)
           END-STRING.
           MOVE EVENT-FILE-LINE TO WS-EV-LINE(WS-EVENT-COUNT).

      *    -------- COMING UP, SOONEST FIRST --------

       EMIT-UPCOMING-EVENTS.
           DISPLAY
               DIV LINEAGE BECOMES 'eventsupcoming' CLOSE-DIV
                 PARA CLOSE-PARA
                   BOLD 'coming up' END-BOLD
                 END-PARA
           END-DISPLAY.
           MOVE 0 TO WS-UPCOMING-SHOWN.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EV-KEY(WS-EVENT-IDX)(1:8) >= WS-TODAY-DATE
                   MOVE WS-EV-LINE(WS-EVENT-IDX) TO EVENT-FILE-LINE
                   PERFORM PARSE-EVENT-RECORD
                   ADD 1 TO WS-UPCOMING-SHOWN
                   PERFORM EMIT-ONE-EVENT
                   PERFORM EMIT-RSVP-BLOCK
                   DISPLAY
                       END-DIV
                   END-DISPLAY
               END-IF
           END-PERFORM.
           IF WS-UPCOMING-SHOWN = 0
               DISPLAY
                 PARA CLOSE-PARA
                   'nothing on the calendar just now.'
                 END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

      *    -------- ALREADY HAPPENED, MOST RECENT FIRST --------

       EMIT-PAST-EVENTS.
           MOVE 0 TO WS-PAST-SHOWN.
           PERFORM VARYING WS-EVENT-IDX FROM WS-EVENT-COUNT BY -1
                   UNTIL WS-EVENT-IDX < 1
               IF WS-EV-KEY(WS-EVENT-IDX)(1:8) < WS-TODAY-DATE
                   IF WS-PAST-SHOWN = 0
                       DISPLAY
                           DIV LINEAGE BECOMES 'eventspast' CLOSE-DIV
                             PARA CLOSE-PARA
                               BOLD 'already happened' END-BOLD
                             END-PARA
                       END-DISPLAY
                   END-IF
                   MOVE WS-EV-LINE(WS-EVENT-IDX) TO EVENT-FILE-LINE
                   PERFORM PARSE-EVENT-RECORD
                   ADD 1 TO WS-PAST-SHOWN
                   PERFORM EMIT-ONE-EVENT
                   DISPLAY
                       END-DIV
                   END-DISPLAY
               END-IF
           END-PERFORM.
           IF WS-PAST-SHOWN > 0
               DISPLAY
                   END-DIV
               END-DISPLAY
           END-IF.

      *    OPENS THE EVENT'S DIV; THE CALLER CLOSES IT, AFTER THE
      *    RSVP BLOCK FOR AN EVENT STILL TO COME.
       EMIT-ONE-EVENT.
           MOVE SPACES TO WS-DATE-SHOWN.
           STRING EVT-DATE(1:4) '-' EVT-DATE(5:2) '-'
                  EVT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-SHOWN
           END-STRING.
           MOVE SPACES TO WS-TIME-SHOWN.
           IF EVT-TIME IS NUMERIC
               STRING EVT-TIME(1:2) ':' EVT-TIME(3:2) ' utc'
                   DELIMITED BY SIZE
                   INTO WS-TIME-SHOWN
               END-STRING
           ELSE
               MOVE 'all day' TO WS-TIME-SHOWN
           END-IF.
           MOVE EVT-TITLE TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-TITLE.
           MOVE EVT-PLACE TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-PLACE.
           MOVE EVT-DESC TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-DESC.
           DISPLAY
               DIV LINEAGE BECOMES 'event' IDENTITY BECOMES QUOTE
                   FUNCTION TRIM(EVT-ID) QUOTE CLOSE-DIV
                 PARA CLOSE-PARA
                   BOLD FUNCTION TRIM(WS-SAFE-TITLE) END-BOLD
                   BREAK
                   WS-DATE-SHOWN ', ' FUNCTION TRIM(WS-TIME-SHOWN)
           END-DISPLAY.
      *    AN ONLINE EVENT'S PLACE IS ITS URL, AND IS LINKED; A ROOM
      *    IS JUST TEXT.
           IF EVT-PLACE NOT = SPACES
               IF EVT-PLACE(1:7) = 'http://'
                       OR EVT-PLACE(1:8) = 'https://'
                   DISPLAY
                       ' - '
                       LINK URL BECOMES QUOTE
                            FUNCTION TRIM(WS-SAFE-PLACE) QUOTE
                       CLOSE-LINK
                         FUNCTION TRIM(WS-SAFE-PLACE)
                       END-LINK
                   END-DISPLAY
               ELSE
                   DISPLAY
                       ' - ' FUNCTION TRIM(WS-SAFE-PLACE)
                   END-DISPLAY
               END-IF
           END-IF.
           DISPLAY
                 END-PARA
           END-DISPLAY.
           IF EVT-DESC NOT = SPACES
               DISPLAY
                 PARA CLOSE-PARA
                   FUNCTION TRIM(WS-SAFE-DESC)
                 END-PARA
               END-DISPLAY
           END-IF.

      *    PLACES LEFT (OR FULL), THEN THE FORM WHILE THERE IS ROOM.
       EMIT-RSVP-BLOCK.
           MOVE SPACES TO WS-F-EMAIL.
           PERFORM COUNT-EVENT-RSVPS.
           MOVE FUNCTION NUMVAL(EVT-CAPACITY) TO WS-CAP-NUM.
           MOVE WS-TAKEN-NUM TO WS-TAKEN-SHOWN.
           IF WS-CAP-NUM > 0
               IF WS-TAKEN-NUM >= WS-CAP-NUM
                   MOVE 0 TO WS-LEFT-NUM
               ELSE
                   COMPUTE WS-LEFT-NUM = WS-CAP-NUM - WS-TAKEN-NUM
               END-IF
               MOVE WS-LEFT-NUM TO WS-LEFT-SHOWN
               MOVE WS-CAP-NUM TO WS-CAP-SHOWN
               IF WS-LEFT-NUM = 0
                   DISPLAY
                     GLOSS CLOSE-GLOSS
                       'full - all ' FUNCTION TRIM(WS-CAP-SHOWN)
                       ' places taken'
                     END-GLOSS
                   END-DISPLAY
               ELSE
                   DISPLAY
                     GLOSS CLOSE-GLOSS
                       FUNCTION TRIM(WS-LEFT-SHOWN) ' of '
                       FUNCTION TRIM(WS-CAP-SHOWN) ' places left'
                     END-GLOSS
                   END-DISPLAY
               END-IF
           ELSE
               DISPLAY
                 GLOSS CLOSE-GLOSS
                   FUNCTION TRIM(WS-TAKEN-SHOWN) ' coming so far'
                 END-GLOSS
               END-DISPLAY
           END-IF.
           IF NOT PAUSED
                   AND (WS-CAP-NUM = 0 OR WS-LEFT-NUM > 0)
               DISPLAY
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES QUOTE 'EVENTS.COB#'
                          FUNCTION TRIM(EVT-ID) QUOTE
                 CLOSE-FORM
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"event"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(EVT-ID) QUOTE
                   CLOSE-INPUT
                   'name: '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"name"' CLOSE-INPUT
                   ' email (for a reminder the day before, never'
                   ' shown): '
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"email"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"rsvp"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DISPLAY
           END-IF.

           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
           COPY 'HTMLESC.CPY'.
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
       END PROGRAM EVENTS.
