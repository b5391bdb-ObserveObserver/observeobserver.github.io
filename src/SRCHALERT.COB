       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCHALERT.
      *    "NOTIFY ME OF NEW MATCHES" - THE SAVED SEARCH ALERT FORM
      *    SEARCH.COB OFFERS UNDER ITS RESULTS. GIVEN ?term= IT SHOWS
      *    THE QUERY AND ASKS FOR AN ADDRESS; A POST OF email/term
      *    SAVES THE QUERY TO data/SEARCH-ALERTS.DAT AGAINST THAT
      *    ADDRESS. ALERTS ONLY GO TO AN ADDRESS ALREADY CONFIRMED ON
      *    data/SUBSCRIBERS.DAT, AND THE ALERT ITSELF STARTS AS 'P'
      *    AND MAILS ITS OWN CONFIRMATION LINK - CONFIRM.COB FLIPS IT
      *    TO 'A' THE SAME WAY IT DOES A FRESH SUBSCRIPTION, SO A
      *    STRANGER CAN'T SIGN SOMEONE ELSE UP FOR ALERTS EITHER.
      *    QUERIES ARE HELD TO THE THREE WORDS THE SEARCH INDEX PATH
      *    ANSWERS, WHICH IS WHAT ALERTMAIL.COB MATCHES THEM WITH
      *    AFTER EVERY INDEX REBUILD. THE SAME RATE LIMIT, HONEYPOT
      *    AND SPAM SCREEN AS THE SUBSCRIBE FORM APPLY. A SAVED
      *    ALERT PUTS ITS ADDRESS ON THE CONSENT REGISTER THROUGH
      *    CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT SEARCH-ALERT-FILE ASSIGN TO "data/SEARCH-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SUBFD.CPY'.
           COPY 'ALERTFD.CPY'.
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'ALERTREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ALERT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-ALERT-EOF        PIC X       VALUE 'N'.
               88  ALERT-EOF                   VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-QUERY-STRING     PIC X(200).
       01  WS-POST-BODY        PIC X(400).
       01  WS-FIELD-EMAIL      PIC X(60).
       01  WS-FIELD-TERM       PIC X(60)   VALUE SPACES.
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-POST-PAIR-1      PIC X(120).
       01  WS-POST-PAIR-2      PIC X(120).
       01  WS-POST-PAIR-3      PIC X(120).
       01  WS-POST-PAIR-4      PIC X(120).
       01  WS-TERM-SAFE        PIC X(360)  VALUE SPACES.
       01  WS-TERM-UPPER       PIC X(60)   VALUE SPACES.
       01  WS-EMAIL-UPPER      PIC X(60)   VALUE SPACES.
       01  WS-QW-1             PIC X(60).
       01  WS-QW-2             PIC X(60).
       01  WS-QW-3             PIC X(60).
       01  WS-QW-REST          PIC X(60).
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-ALERT-TOKEN      PIC X(16)   VALUE SPACES.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-RATE-VERDICT     PIC X       VALUE 'A'.
       01  WS-EMAIL-LOCAL      PIC X(60).
       01  WS-EMAIL-DOMAIN     PIC X(60).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-AT-COUNT         PIC 9(3)    VALUE 0.
       01  WS-DOT-COUNT        PIC 9(3)    VALUE 0.
       01  WS-BAD-COUNT        PIC 9(3)    VALUE 0.
       01  WS-EMAIL-OK         PIC X       VALUE 'N'.
               88  EMAIL-VALID                 VALUE 'Y'.
      *    HOW THE POST CAME OUT - S SAVED, D ALREADY SAVED, N NOT A
      *    CONFIRMED SUBSCRIBER, E BAD ADDRESS, Q BAD QUERY, R TURNED
      *    AWAY BY THE RATE LIMIT OR THE SPAM SCREEN.
       01  WS-OUTCOME          PIC X       VALUE SPACE.
               88  ALERT-SAVED                 VALUE 'S'.
               88  ALERT-DUPLICATE             VALUE 'D'.
               88  ALERT-NOT-SUBSCRIBED        VALUE 'N'.
               88  ALERT-BAD-EMAIL             VALUE 'E'.
               88  ALERT-BAD-QUERY             VALUE 'Q'.
               88  ALERT-REFUSED               VALUE 'R'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'search alert - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Get mailed when a new story matches a search.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'N'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'search'.
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
           MOVE 'SRCHALERT' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'search alert - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               PERFORM ACCEPT-SUBMISSION
               PERFORM SAVE-ALERT-IF-VALID
           ELSE
               ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'
               PERFORM EXTRACT-QUERY-TERM
           END-IF.
           MOVE SPACES TO WS-TERM-SAFE.
           IF WS-FIELD-TERM NOT = SPACES
               MOVE WS-FIELD-TERM TO WS-HTML-IN
               PERFORM ESCAPE-HTML-STRING
               MOVE WS-HTML-OUT TO WS-TERM-SAFE
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
                       'new alerts are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                 H1 CLOSE-H1
                   'notify me of new matches'
                 END-H1
                 PARA CLOSE-PARA
                   'when a newly published story matches "'
                   FUNCTION TRIM(WS-TERM-SAFE)
                   '", we mail you - one combined note per run, no'
                   ' matter how many of your searches it hits.'
                   ' alerts go to addresses already confirmed on the '
                   LINK URL BECOMES '"SUBSCRIBE.COB"' CLOSE-LINK
                     'mailing list'
                   END-LINK
                   '.'
                 END-PARA
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"SRCHALERT.COB"' CLOSE-FORM
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"term"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-TERM-SAFE) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"email"'
                             NAM BECOMES '"email"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"notify me"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
           END-DISPLAY.
           EVALUATE TRUE
               WHEN ALERT-SAVED
                   DISPLAY
                       PARA CLOSE-PARA
                         'saved - now check your inbox for the'
                         ' confirmation link. nothing is mailed'
                         ' until you follow it.'
                       END-PARA
                   END-DISPLAY
               WHEN ALERT-DUPLICATE
                   DISPLAY
                       PARA CLOSE-PARA
                         'that search is already saved for that'
                         ' address.'
                       END-PARA
                   END-DISPLAY
               WHEN ALERT-NOT-SUBSCRIBED
                   DISPLAY
                       PARA CLOSE-PARA
                         'that address is not a confirmed subscriber'
                         ' yet - '
                         LINK URL BECOMES '"SUBSCRIBE.COB"'
                         CLOSE-LINK
                           'subscribe'
                         END-LINK
                         ' and follow the confirmation link first.'
                       END-PARA
                   END-DISPLAY
               WHEN ALERT-BAD-EMAIL
                   DISPLAY
                       PARA CLOSE-PARA
                         'that did not look like a valid email.'
                       END-PARA
                   END-DISPLAY
               WHEN ALERT-BAD-QUERY
                   DISPLAY
                       PARA CLOSE-PARA
                         'alerts follow searches of one to three'
                         ' words - '
                         LINK URL BECOMES '"SEARCH.COB"' CLOSE-LINK
                           'search again'
                         END-LINK
                         ' with a shorter query.'
                       END-PARA
                   END-DISPLAY
               WHEN ALERT-REFUSED
                   DISPLAY
                       PARA CLOSE-PARA
                         'that could not be saved right now.'
                       END-PARA
                   END-DISPLAY
           END-EVALUATE.
           DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-QUERY-TERM.
           MOVE SPACES TO WS-FIELD-TERM.
           INSPECT WS-QUERY-STRING REPLACING ALL '+' BY ' '.
           IF WS-QUERY-STRING(1:5) = 'term='
               UNSTRING WS-QUERY-STRING(6:) DELIMITED BY '&'
                   INTO WS-FIELD-TERM
               END-UNSTRING
               PERFORM DECODE-TERM-FIELD
           END-IF.

       ACCEPT-SUBMISSION.
           MOVE SPACES TO WS-POST-BODY.
           ACCEPT WS-POST-BODY.
           MOVE SPACES TO WS-FIELD-EMAIL WS-FIELD-TERM
               WS-FIELD-WEBSITE WS-POST-PAIR-1 WS-POST-PAIR-2
               WS-POST-PAIR-3 WS-POST-PAIR-4.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           UNSTRING WS-POST-BODY DELIMITED BY '&'
               INTO WS-POST-PAIR-1 WS-POST-PAIR-2 WS-POST-PAIR-3
                    WS-POST-PAIR-4
           END-UNSTRING.
           PERFORM TAKE-PAIR-1.
           MOVE WS-POST-PAIR-2 TO WS-POST-PAIR-1.
           PERFORM TAKE-PAIR-1.
           MOVE WS-POST-PAIR-3 TO WS-POST-PAIR-1.
           PERFORM TAKE-PAIR-1.
           MOVE WS-POST-PAIR-4 TO WS-POST-PAIR-1.
           PERFORM TAKE-PAIR-1.
           MOVE WS-FIELD-EMAIL TO WS-URL-IN.
           PERFORM DECODE-URL-STRING.
           MOVE WS-URL-OUT TO WS-FIELD-EMAIL.
           MOVE WS-FIELD-EMAIL TO WS-UTF8-BUF.
           PERFORM TRIM-SPLIT-UTF8.
           MOVE WS-UTF8-BUF TO WS-FIELD-EMAIL.
           PERFORM DECODE-TERM-FIELD.

      *    ONE NAME=VALUE CHUNK OF THE POST BODY, ROUTED BY NAME SO
      *    THE FIELD ORDER THE BROWSER PICKS DOESN'T MATTER.
       TAKE-PAIR-1.
           EVALUATE TRUE
               WHEN WS-POST-PAIR-1(1:6) = 'email='
                   MOVE WS-POST-PAIR-1(7:) TO WS-FIELD-EMAIL
               WHEN WS-POST-PAIR-1(1:5) = 'term='
                   MOVE WS-POST-PAIR-1(6:) TO WS-FIELD-TERM
               WHEN WS-POST-PAIR-1(1:8) = 'website='
                   MOVE WS-POST-PAIR-1(9:) TO WS-FIELD-WEBSITE
           END-EVALUATE.

      *    A '|' IN THE QUERY WOULD BREAK THE ROW FORMAT, SO IT IS
      *    BLANKED THE SAME WAY SEARCH.COB BLANKS IT FOR ITS LOG.
       DECODE-TERM-FIELD.
           MOVE WS-FIELD-TERM TO WS-URL-IN.
           PERFORM DECODE-URL-STRING.
           MOVE WS-URL-OUT TO WS-FIELD-TERM.
           MOVE WS-FIELD-TERM TO WS-UTF8-BUF.
           PERFORM TRIM-SPLIT-UTF8.
           MOVE WS-UTF8-BUF TO WS-FIELD-TERM.
           INSPECT WS-FIELD-TERM REPLACING ALL '|' BY ' '.
           MOVE FUNCTION TRIM(WS-FIELD-TERM) TO WS-FIELD-TERM.

      *    EACH CHECK ONLY RUNS WHILE THE ONES BEFORE IT PASSED - THE
      *    FIRST FAILURE IS THE ONE THE READER IS TOLD ABOUT.
       SAVE-ALERT-IF-VALID.
           MOVE SPACE TO WS-OUTCOME.
           PERFORM VALIDATE-EMAIL.
           IF NOT EMAIL-VALID
               SET ALERT-BAD-EMAIL TO TRUE
           END-IF.
           IF WS-OUTCOME = SPACE
               PERFORM VALIDATE-QUERY
           END-IF.
           IF WS-OUTCOME = SPACE
               PERFORM SCREEN-SUBMISSION
               IF WS-SPAM-VERDICT NOT = 'A'
                   SET ALERT-REFUSED TO TRUE
               END-IF
           END-IF.
           IF WS-OUTCOME = SPACE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-EMAIL))
                   TO WS-EMAIL-UPPER
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-TERM))
                   TO WS-TERM-UPPER
               PERFORM CHECK-CONFIRMED-SUBSCRIBER
           END-IF.
           IF WS-OUTCOME = SPACE
               PERFORM CHECK-ALREADY-SAVED
           END-IF.
           IF WS-OUTCOME = SPACE
               PERFORM APPEND-ALERT-RECORD
               SET ALERT-SAVED TO TRUE
           END-IF.

       VALIDATE-EMAIL.
           MOVE 'N' TO WS-EMAIL-OK.
           MOVE SPACES TO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN.
           MOVE 0 TO WS-BAD-COUNT.
           INSPECT FUNCTION TRIM(WS-FIELD-EMAIL)
               TALLYING WS-BAD-COUNT FOR ALL ';' ALL '|' ALL '&'
                   ALL '$' ALL '`' ALL '\' ALL '"' ALL '''' ALL '<'
                   ALL '>' ALL '(' ALL ')' ALL ' '.
           IF WS-BAD-COUNT = 0 AND FUNCTION TRIM(WS-FIELD-EMAIL)
                   NOT = SPACES
               MOVE 0 TO WS-AT-COUNT
               INSPECT FUNCTION TRIM(WS-FIELD-EMAIL)
                   TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT = 1
                   UNSTRING WS-FIELD-EMAIL DELIMITED BY '@'
                       INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-EMAIL-LOCAL) NOT = SPACES
                           AND FUNCTION TRIM(WS-EMAIL-DOMAIN)
                               NOT = SPACES
                       MOVE 0 TO WS-DOT-COUNT
                       INSPECT FUNCTION TRIM(WS-EMAIL-DOMAIN)
                           TALLYING WS-DOT-COUNT FOR ALL '.'
                       IF WS-DOT-COUNT > 0
                           SET EMAIL-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ONE TO THREE WORDS - THE SHAPE SEARCH.COB ANSWERS FROM THE
      *    INDEX AND ALERTMAIL.COB MATCHES AGAINST IT.
       VALIDATE-QUERY.
           MOVE SPACES TO WS-QW-1 WS-QW-2 WS-QW-3 WS-QW-REST.
           IF WS-FIELD-TERM = SPACES
               SET ALERT-BAD-QUERY TO TRUE
           ELSE
               UNSTRING FUNCTION TRIM(WS-FIELD-TERM)
                   DELIMITED BY ALL ' '
                   INTO WS-QW-1 WS-QW-2 WS-QW-3 WS-QW-REST
               END-UNSTRING
               IF WS-QW-REST NOT = SPACES
                   SET ALERT-BAD-QUERY TO TRUE
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
           MOVE 'SRCHALERT' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-FIELD-EMAIL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-TERM) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

      *    ONLY AN 'A' (OR GRANDFATHERED BLANK) ROW COUNTS - A 'P'
      *    SUBSCRIBER HASN'T PROVED THE MAILBOX IS THEIRS YET.
       CHECK-CONFIRMED-SUBSCRIBER.
           SET ALERT-NOT-SUBSCRIBED TO TRUE.
           MOVE 'N' TO WS-SUB-EOF.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF
                   READ SUBSCRIBER-FILE
                       AT END
                           SET SUB-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-SUBSCRIBER
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       CHECK-ONE-SUBSCRIBER.
           MOVE SPACES TO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
               SUBSCRIBER-FREQ SUBSCRIBER-STATE SUBSCRIBER-TOKEN.
           UNSTRING SUBSCRIBER-FILE-LINE DELIMITED BY '|'
               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE SUBSCRIBER-FREQ
                    SUBSCRIBER-STATE SUBSCRIBER-TOKEN
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SUBSCRIBER-EMAIL))
                   = WS-EMAIL-UPPER
                   AND SUBSCRIBER-STATE NOT = 'P'
               MOVE SPACE TO WS-OUTCOME
           END-IF.

       CHECK-ALREADY-SAVED.
           MOVE 'N' TO WS-ALERT-EOF.
           OPEN INPUT SEARCH-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
               PERFORM UNTIL ALERT-EOF
                   READ SEARCH-ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE SEARCH-ALERT-FILE
           END-IF.

       CHECK-ONE-ALERT.
           MOVE SPACES TO SEARCH-ALERT-RECORD.
           UNSTRING SEARCH-ALERT-FILE-LINE DELIMITED BY '|'
               INTO ALERT-EMAIL ALERT-QUERY ALERT-DATE ALERT-STATE
                    ALERT-TOKEN ALERT-LAST
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ALERT-EMAIL))
                   = WS-EMAIL-UPPER
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(ALERT-QUERY))
                       = WS-TERM-UPPER
               SET ALERT-DUPLICATE TO TRUE
           END-IF.

      *    A FRESH ALERT STARTS AS 'P' WITH NO BASELINE - CONFIRM.COB
      *    FLIPS IT, AND ALERTMAIL.COB'S FIRST LOOK SETS ALERT-LAST.
       APPEND-ALERT-RECORD.
           PERFORM BUILD-ALERT-TOKEN.
           MOVE FUNCTION TRIM(WS-FIELD-EMAIL) TO ALERT-EMAIL.
           MOVE FUNCTION TRIM(WS-FIELD-TERM) TO ALERT-QUERY.
           MOVE WS-TIMESTAMP(1:8) TO ALERT-DATE.
           MOVE 'P' TO ALERT-STATE.
           MOVE WS-ALERT-TOKEN TO ALERT-TOKEN.
           MOVE SPACES TO ALERT-LAST.
           MOVE SPACES TO SEARCH-ALERT-FILE-LINE.
           STRING FUNCTION TRIM(ALERT-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-QUERY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ALERT-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ALERT-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO SEARCH-ALERT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND SEARCH-ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT SEARCH-ALERT-FILE
           END-IF.
           WRITE SEARCH-ALERT-FILE-LINE.
           CLOSE SEARCH-ALERT-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM QUEUE-CONFIRM-MAIL.
           PERFORM RECORD-CONSENT.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE ALERT-EMAIL TO CONSENT-ADDRESS.
           MOVE 'alert' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE SUBSCRIBE FORM'S TOKEN RECIPE UNDER AN 'a' PREFIX, SO
      *    CONFIRM.COB AND UNSUB.COB CAN TELL AN ALERT CODE FROM A
      *    SUBSCRIBER CODE BY ITS FIRST LETTER.
       BUILD-ALERT-TOKEN.
           COMPUTE WS-TOKEN-NUM = FUNCTION MOD(
               FUNCTION NUMVAL(WS-TIMESTAMP(7:10)) * 7919
                   + FUNCTION NUMVAL(WS-TIMESTAMP(18:4)),
               99999989).
           MOVE SPACES TO WS-ALERT-TOKEN.
           STRING 'a' DELIMITED BY SIZE
                  WS-TOKEN-NUM DELIMITED BY SIZE
               INTO WS-ALERT-TOKEN
           END-STRING.

       QUEUE-CONFIRM-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE ALERT-EMAIL TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'confirm your search alert: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'CONFIRM.COB?t=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-TOKEN) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TIMESTAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE SPACES TO MAILQ-FILE-LINE.
           STRING FUNCTION TRIM(MAILQ-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-SUBJECT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-ATTEMPTS DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.

           COPY 'HTMLESC.CPY'.
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
       END PROGRAM SRCHALERT.
