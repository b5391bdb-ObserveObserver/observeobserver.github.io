       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOX.
      *    THE ACTOR'S INBOX - WHERE OTHER FEDIVERSE SERVERS POST
      *    ACTIVITIES ADDRESSED TO THE SITE. THREE KINDS MATTER:
      *      Follow  - THE FOLLOWER IS RECORDED IN
      *                data/AP-FOLLOWERS.DAT AS PENDING ('P');
      *                APDELIVER.COB FETCHES THEIR ACTOR DOCUMENT FOR
      *                THE INBOX, SENDS THE Accept AND MAKES THEM
      *                ACTIVE. A FORGED Follow CAN ONLY EVER EARN THE
      *                REAL ACCOUNT AN Accept AT ITS REAL INBOX.
      *      Undo    - OF A Follow, OR A Delete OF THE ACCOUNT
      *                ITSELF: THE FOLLOWER ROW IS DROPPED.
      *      Create  - A REPLY WHOSE inReplyTo IS ONE OF OUR STORY
      *                URLS IS QUEUED INTO data/WEBMENTION-PENDING.DAT
      *                WITH THE REPLY'S URL AS SOURCE - THE SAME ROW
      *                FEDIREPLY.COB QUEUES AND WEBMENTION.COB TAKES,
      *                SO NOTHING SHOWS UNTIL APPROVEWM.COB PASSES IT.
      *    EVERYTHING ELSE IS ANSWERED 202 AND FORGOTTEN. DELIVERY
      *    SIGNATURES ARE NOT CHECKED - THE FOLLOW HANDSHAKE AND THE
      *    MODERATION QUEUE ARE THE GATES. THE BODY IS TAKEN AS THE
      *    ONE JSON LINE EVERY SERVER SENDS, SQUEEZED OF WHITESPACE
      *    OUTSIDE ITS STRINGS SO "type": "Follow" AND
      *    "type":"Follow" READ ALIKE, AND THE TOP-LEVEL FIELDS ARE
      *    THE FIRST OF THEIR NAME IN IT. URLS HEADED FOR A FILE ARE
      *    HELD TO https:// WITH NOTHING A SHELL OR A PAGE COULD READ
      *    AS SYNTAX - APDELIVER.COB HANDS THEM TO curl.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FOLLOWER-FILE ASSIGN TO "data/AP-FOLLOWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/AP-FOLLOWERS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT WM-FILE ASSIGN TO "data/WEBMENTION-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WM-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'APFOLFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(500).
           COPY 'STORYFD.CPY'.
           COPY 'WMFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'APFOLREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'WMREC.CPY'.
       01  WS-FOL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-WM-STATUS        PIC X(2)    VALUE '00'.
       01  WS-FOL-EOF          PIC X       VALUE 'N'.
               88  FOL-EOF                     VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-WM-EOF           PIC X       VALUE 'N'.
               88  WM-EOF                      VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10)   VALUE SPACES.
       01  WS-POST-BODY        PIC X(16000) VALUE SPACES.
       01  WS-AP-BODY          PIC X(16000) VALUE SPACES.
       01  WS-BODY-LEN         PIC 9(5)    VALUE 0.
       01  WS-BODY-OUT-LEN     PIC 9(5)    VALUE 0.
       01  WS-BODY-I           PIC 9(5)    VALUE 0.
       01  WS-BODY-CH          PIC X.
       01  WS-IN-STRING        PIC X       VALUE 'N'.
               88  IN-STRING                   VALUE 'Y'.
       01  WS-AFTER-ESCAPE     PIC X       VALUE 'N'.
               88  AFTER-ESCAPE                VALUE 'Y'.
      *    ONE "key":"value" LOOKUP - THE KEY WITH ITS QUOTES, COLON
      *    AND OPENING QUOTE, AND THE VALUE UP TO ITS CLOSING QUOTE.
       01  WS-JSON-KEY         PIC X(20)   VALUE SPACES.
       01  WS-KEY-LEN          PIC 9(2)    VALUE 0.
       01  WS-KEY-POS          PIC 9(5)    VALUE 0.
       01  WS-VAL-START        PIC 9(5)    VALUE 0.
       01  WS-VAL-END          PIC 9(5)    VALUE 0.
       01  WS-VAL-LEN          PIC 9(5)    VALUE 0.
       01  WS-JSON-VALUE       PIC X(200)  VALUE SPACES.
       01  WS-ACT-TYPE         PIC X(20)   VALUE SPACES.
       01  WS-ACT-ID           PIC X(200)  VALUE SPACES.
       01  WS-ACT-ACTOR        PIC X(200)  VALUE SPACES.
       01  WS-ACT-OBJECT       PIC X(200)  VALUE SPACES.
       01  WS-IN-REPLY-TO      PIC X(200)  VALUE SPACES.
       01  WS-REPLY-URL        PIC X(200)  VALUE SPACES.
       01  WS-OUR-ACTOR        PIC X(80)   VALUE SPACES.
       01  WS-BASE-LEN         PIC 9(3)    VALUE 0.
       01  WS-WANTED-PROGRAM   PIC X(200)  VALUE SPACES.
       01  WS-FOLLOW-HITS      PIC 9(3)    VALUE 0.
      *    THE URL SCREEN - ONE URL IN, A VERDICT OUT.
       01  WS-SCREEN-URL       PIC X(200)  VALUE SPACES.
       01  WS-BAD-COUNT        PIC 9(3)    VALUE 0.
       01  WS-URL-OK           PIC X       VALUE 'N'.
               88  URL-OK                      VALUE 'Y'.
       01  WS-WM-SCRAP         PIC X(8)    VALUE SPACES.
       01  WS-ALREADY-QUEUED   PIC X       VALUE 'N'.
               88  ALREADY-QUEUED              VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
      *    READ-ONLY DEGRADED MODE - SEE DEGRADED.CBL. A SENDING
      *    SERVER IS TOLD TO COME BACK LATER, WHICH EVERY ONE OF THEM
      *    DOES ON ITS OWN RETRY SCHEDULE.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-REQUEST-METHOD)) NOT = 'POST'
                   DISPLAY
                       'STATUS: 405 METHOD NOT ALLOWED'
                       NL
                       'ALLOW: POST'
                       NL
                       'CONTENT-TYPE: TEXT/PLAIN'
                       NL
                   END-DISPLAY
                   DISPLAY 'this inbox only takes POSTed activities'
               WHEN PAUSED
                   DISPLAY
                       'STATUS: 503 SERVICE UNAVAILABLE'
                       NL
                       'RETRY-AFTER: 3600'
                       NL
                       'CONTENT-TYPE: TEXT/PLAIN'
                       NL
                   END-DISPLAY
                   DISPLAY 'the site is read-only - try again later'
               WHEN OTHER
                   PERFORM TAKE-ACTIVITY
           END-EVALUATE.
       GOBACK.

       TAKE-ACTIVITY.
           MOVE SPACES TO WS-POST-BODY.
           ACCEPT WS-POST-BODY.
           PERFORM COMPACT-BODY.
           MOVE SPACES TO WS-OUR-ACTOR.
           STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor' DELIMITED BY SIZE
               INTO WS-OUR-ACTOR
           END-STRING.
           MOVE '"type":"' TO WS-JSON-KEY.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-ACT-TYPE.
           MOVE '"id":"' TO WS-JSON-KEY.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-ACT-ID.
           MOVE '"actor":"' TO WS-JSON-KEY.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-ACT-ACTOR.
           MOVE '"object":"' TO WS-JSON-KEY.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-ACT-OBJECT.
           IF FUNCTION TRIM(WS-ACT-TYPE) = SPACES
               DISPLAY
                   'STATUS: 400 BAD REQUEST'
                   NL
                   'CONTENT-TYPE: TEXT/PLAIN'
                   NL
               END-DISPLAY
               DISPLAY 'not an activity'
           ELSE
               EVALUATE FUNCTION TRIM(WS-ACT-TYPE)
                   WHEN 'Follow'
                       IF FUNCTION TRIM(WS-ACT-OBJECT) =
                               FUNCTION TRIM(WS-OUR-ACTOR)
                           PERFORM RECORD-FOLLOWER
                       END-IF
                   WHEN 'Undo'
                       MOVE 0 TO WS-FOLLOW-HITS
                       INSPECT WS-AP-BODY TALLYING WS-FOLLOW-HITS
                           FOR ALL '"type":"Follow"'
                       IF WS-FOLLOW-HITS > 0
                           PERFORM DROP-FOLLOWER
                       END-IF
                   WHEN 'Delete'
                       IF FUNCTION TRIM(WS-ACT-OBJECT) =
                               FUNCTION TRIM(WS-ACT-ACTOR)
                           PERFORM DROP-FOLLOWER
                       END-IF
                   WHEN 'Create'
                       PERFORM ROUTE-REPLY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY
                   'STATUS: 202 ACCEPTED'
                   NL
                   'CONTENT-TYPE: TEXT/PLAIN'
                   NL
               END-DISPLAY
               DISPLAY 'accepted'
           END-IF.

      *    DROPS EVERY SPACE, TAB, CR AND LF THAT SITS OUTSIDE A
      *    STRING; A BACKSLASH INSIDE ONE CARRIES THE NEXT CHARACTER
      *    THROUGH UNREAD, SO AN ESCAPED QUOTE NEVER ENDS THE STRING.
       COMPACT-BODY.
           MOVE SPACES TO WS-AP-BODY.
           MOVE 'N' TO WS-IN-STRING WS-AFTER-ESCAPE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-POST-BODY TRAILING))
               TO WS-BODY-LEN.
           MOVE 0 TO WS-BODY-OUT-LEN.
           PERFORM VARYING WS-BODY-I FROM 1 BY 1
                   UNTIL WS-BODY-I > WS-BODY-LEN
               MOVE WS-POST-BODY(WS-BODY-I:1) TO WS-BODY-CH
               EVALUATE TRUE
                   WHEN AFTER-ESCAPE
                       MOVE 'N' TO WS-AFTER-ESCAPE
                       PERFORM KEEP-BODY-CHAR
                   WHEN IN-STRING AND WS-BODY-CH = '\'
                       SET AFTER-ESCAPE TO TRUE
                       PERFORM KEEP-BODY-CHAR
                   WHEN WS-BODY-CH = '"'
                       IF IN-STRING
                           MOVE 'N' TO WS-IN-STRING
                       ELSE
                           SET IN-STRING TO TRUE
                       END-IF
                       PERFORM KEEP-BODY-CHAR
                   WHEN IN-STRING
                       PERFORM KEEP-BODY-CHAR
                   WHEN WS-BODY-CH = SPACE OR X'09' OR X'0D'
                           OR X'0A'
                       CONTINUE
                   WHEN OTHER
                       PERFORM KEEP-BODY-CHAR
               END-EVALUATE
           END-PERFORM.

       KEEP-BODY-CHAR.
           ADD 1 TO WS-BODY-OUT-LEN.
           MOVE WS-BODY-CH TO WS-AP-BODY(WS-BODY-OUT-LEN:1).

      *    FIRST OCCURRENCE OF WS-JSON-KEY IN THE SQUEEZED BODY; A
      *    VALUE TOO LONG FOR ANY FIELD HERE COMES BACK BLANK.
       FIND-JSON-VALUE.
           MOVE SPACES TO WS-JSON-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JSON-KEY))
               TO WS-KEY-LEN.
           MOVE 0 TO WS-KEY-POS.
           INSPECT WS-AP-BODY TALLYING WS-KEY-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-JSON-KEY(1:WS-KEY-LEN).
           IF WS-KEY-POS < WS-BODY-OUT-LEN
               COMPUTE WS-VAL-START = WS-KEY-POS + WS-KEY-LEN + 1
               MOVE WS-VAL-START TO WS-VAL-END
               PERFORM UNTIL WS-VAL-END > WS-BODY-OUT-LEN
                       OR WS-AP-BODY(WS-VAL-END:1) = '"'
                   ADD 1 TO WS-VAL-END
               END-PERFORM
               COMPUTE WS-VAL-LEN = WS-VAL-END - WS-VAL-START
               IF WS-VAL-LEN > 0 AND WS-VAL-LEN <= 200
                       AND WS-VAL-END <= WS-BODY-OUT-LEN
                   MOVE WS-AP-BODY(WS-VAL-START:WS-VAL-LEN)
                       TO WS-JSON-VALUE
               END-IF
           END-IF.

      *    https:// AND NONE OF THE CHARACTERS MAILSEND.COB KEEPS OFF
      *    ITS COMMAND LINE, NOR ANY THAT COULD BREAK OUT OF AN HTML
      *    ATTRIBUTE, AND SHORT ENOUGH FOR ITS COLUMN.
       SCREEN-URL.
           MOVE 'N' TO WS-URL-OK.
           MOVE 0 TO WS-BAD-COUNT.
           IF WS-SCREEN-URL(1:8) = 'https://'
                   AND WS-SCREEN-URL(161:40) = SPACES
               INSPECT FUNCTION TRIM(WS-SCREEN-URL)
                   TALLYING WS-BAD-COUNT FOR ALL ';' ALL '|' ALL '&'
                       ALL '$' ALL '`' ALL '\' ALL '"' ALL ''''
                       ALL '<' ALL '>' ALL '(' ALL ')' ALL ' '
               IF WS-BAD-COUNT = 0
                   SET URL-OK TO TRUE
               END-IF
           END-IF.

      *    A REPEAT Follow FROM AN ACCOUNT ALREADY ON FILE REPLACES
      *    ITS ROW - NEW Follow ID, BACK TO PENDING - SO THE Accept
      *    GOES OUT AGAIN FOR THE ID THEIR SERVER IS WAITING ON.
       RECORD-FOLLOWER.
           MOVE WS-ACT-ACTOR TO WS-SCREEN-URL.
           PERFORM SCREEN-URL.
           IF URL-OK
               MOVE WS-ACT-ID TO WS-SCREEN-URL
               PERFORM SCREEN-URL
           END-IF.
           IF URL-OK
               PERFORM LOCK-DATA-FILES
               PERFORM KEEP-OTHER-FOLLOWERS
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(WS-ACT-ACTOR) DELIMITED BY SIZE
                      '||' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:8) DELIMITED BY SIZE
                      '|P|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACT-ID) DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
               OPEN EXTEND KEEP-FILE
               WRITE KEEP-FILE-LINE
               CLOSE KEEP-FILE
               PERFORM REWRITE-FOLLOWERS
               PERFORM UNLOCK-DATA-FILES
           END-IF.

       DROP-FOLLOWER.
           IF FUNCTION TRIM(WS-ACT-ACTOR) NOT = SPACES
               PERFORM LOCK-DATA-FILES
               PERFORM KEEP-OTHER-FOLLOWERS
               PERFORM REWRITE-FOLLOWERS
               PERFORM UNLOCK-DATA-FILES
           END-IF.

      *    EVERY FOLLOWER ROW BUT THE SENDER'S, INTO THE KEEP FILE.
       KEEP-OTHER-FOLLOWERS.
           MOVE 'N' TO WS-FOL-EOF.
           OPEN OUTPUT KEEP-FILE.
           OPEN INPUT AP-FOLLOWER-FILE.
           IF WS-FOL-STATUS = '00'
               PERFORM UNTIL FOL-EOF
                   READ AP-FOLLOWER-FILE
                       AT END
                           SET FOL-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO AP-FOL-ACTOR
                           UNSTRING AP-FOLLOWER-FILE-LINE
                               DELIMITED BY '|'
                               INTO AP-FOL-ACTOR
                           END-UNSTRING
                           IF FUNCTION TRIM(AP-FOL-ACTOR) NOT =
                                   FUNCTION TRIM(WS-ACT-ACTOR)
                               MOVE AP-FOLLOWER-FILE-LINE
                                   TO KEEP-FILE-LINE
                               WRITE KEEP-FILE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-FOLLOWER-FILE
           END-IF.
           CLOSE KEEP-FILE.

       REWRITE-FOLLOWERS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT AP-FOLLOWER-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO AP-FOLLOWER-FILE-LINE
                       WRITE AP-FOLLOWER-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE AP-FOLLOWER-FILE.

      *    ONLY A REPLY TO ONE OF OUR OWN STORY URLS IS OURS TO
      *    QUEUE; THE STORY IS FOUND BY THE PROGRAM NAME THE URL
      *    ENDS IN (ANY #fragment DROPPED). THE REPLY'S PUBLIC url
      *    IS THE SOURCE - THE PAGE A MODERATOR CAN GO AND READ.
       ROUTE-REPLY.
           MOVE '"inReplyTo":"' TO WS-JSON-KEY.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-IN-REPLY-TO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-URL))
               TO WS-BASE-LEN.
           MOVE SPACES TO WS-WANTED-PROGRAM.
           IF WS-IN-REPLY-TO(1:WS-BASE-LEN) =
                   FUNCTION TRIM(WS-BASE-URL)
               UNSTRING WS-IN-REPLY-TO(WS-BASE-LEN + 1:)
                   DELIMITED BY '#'
                   INTO WS-WANTED-PROGRAM
               END-UNSTRING
           END-IF.
           IF FUNCTION TRIM(WS-WANTED-PROGRAM) NOT = SPACES
               PERFORM FIND-REPLIED-STORY
           END-IF.
           IF FUNCTION TRIM(WM-STORY-ID) NOT = SPACES
                   AND FUNCTION TRIM(WS-WANTED-PROGRAM) NOT = SPACES
               MOVE '"url":"' TO WS-JSON-KEY
               PERFORM FIND-JSON-VALUE
               MOVE WS-JSON-VALUE TO WS-REPLY-URL
               MOVE WS-REPLY-URL TO WS-SCREEN-URL
               PERFORM SCREEN-URL
               IF URL-OK
                   PERFORM QUEUE-REPLY-IF-NEW
               END-IF
           END-IF.

       FIND-REPLIED-STORY.
           MOVE SPACES TO WM-STORY-ID.
           MOVE 'N' TO WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO STORY-PROGRAM STORY-DRAFT
                           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
                               INTO STORY-ID STORY-TITLE
                                    STORY-EXCERPT STORY-PUBDATE
                                    STORY-PROGRAM STORY-TAGS
                                    STORY-WARNING STORY-DRAFT
                           END-UNSTRING
                           IF FUNCTION TRIM(STORY-PROGRAM) =
                                   FUNCTION TRIM(WS-WANTED-PROGRAM)
                                   AND STORY-DRAFT NOT = 'Y'
                               MOVE STORY-ID TO WM-STORY-ID
                               SET STORY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

      *    A SERVER THAT DIDN'T HEAR OUR 202 SENDS THE SAME Create
      *    AGAIN - A SOURCE ALREADY WAITING IN THE QUEUE IS LEFT BE.
       QUEUE-REPLY-IF-NEW.
           PERFORM LOCK-DATA-FILES.
           MOVE 'N' TO WS-ALREADY-QUEUED WS-WM-EOF.
           OPEN INPUT WM-FILE.
           IF WS-WM-STATUS = '00'
               PERFORM UNTIL WM-EOF
                   READ WM-FILE
                       AT END
                           SET WM-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-WM-SCRAP WM-SOURCE
                           UNSTRING WM-FILE-LINE DELIMITED BY '|'
                               INTO WS-WM-SCRAP WM-SOURCE
                           END-UNSTRING
                           IF FUNCTION TRIM(WM-SOURCE) =
                                   FUNCTION TRIM(WS-REPLY-URL)
                               SET ALREADY-QUEUED TO TRUE
                               SET WM-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WM-FILE
           END-IF.
           IF NOT ALREADY-QUEUED
               MOVE SPACES TO WM-FILE-LINE
               STRING FUNCTION TRIM(WM-STORY-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REPLY-URL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-REPLY-TO) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:8) DELIMITED BY SIZE
                   INTO WM-FILE-LINE
               END-STRING
               OPEN EXTEND WM-FILE
               IF WS-WM-STATUS NOT = '00'
                   OPEN OUTPUT WM-FILE
               END-IF
               WRITE WM-FILE-LINE
               CLOSE WM-FILE
           END-IF.
           PERFORM UNLOCK-DATA-FILES.

       LOCK-DATA-FILES.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       UNLOCK-DATA-FILES.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       CHECK-DEGRADED-MODE.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
               ON EXCEPTION
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.
       END PROGRAM INBOX.
