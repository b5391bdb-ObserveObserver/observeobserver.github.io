       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDELIVER.
      *    BATCH JOB - THE SENDING HALF OF THE SITE'S OWN FEDIVERSE
      *    ACCOUNT (ACTOR.COB). THREE STEPS, EACH SAFE TO RERUN:
      *      1. EVERY PENDING FOLLOWER INBOX.COB RECORDED HAS ITS
      *         ACTOR DOCUMENT FETCHED FOR ITS INBOX URL; AN 'accept'
      *         ROW IS QUEUED AND THE FOLLOWER GOES ACTIVE ('A'). AN
      *         ACTOR THAT CAN'T BE FETCHED STAYS PENDING FOR THE
      *         NEXT RUN. THE LOOKUPS RUN BEFORE THE WRITE LOCK IS
      *         TAKEN - FGUARD BREAKS A LOCK HELD FIVE SECONDS, AND A
      *         SLOW SERVER TAKES LONGER THAN THAT TO ANSWER.
      *      2. EVERY STORY PUBLISHED SINCE THE PUBDATE IN
      *         data/AP-LAST.DAT (THE CHECKPOINT SHAPE NOTIFY.COB AND
      *         WMSEND.COB USE) QUEUES ONE 'create' ROW PER ACTIVE
      *         FOLLOWER INBOX. THE FIRST EVER RUN ONLY RECORDS THE
      *         BASELINE, SO FOLLOWERS AREN'T SENT THE BACK CATALOGUE
      *         - THE OUTBOX ALREADY SHOWS THEM THAT.
      *      3. THE QUEUE IN data/AP-DELIVERY.DAT IS WORKED THE WAY
      *         MAILSEND.COB WORKS data/MAILQ.DAT: EVERY 'queued' OR
      *         'failed' ROW (UP TO FIVE ATTEMPTS) GETS ONE POST,
      *         AND IS REWRITTEN 'sent' OR 'failed' WITH ITS ATTEMPT
      *         COUNT BUMPED. A STORY UNPUBLISHED SINCE IT WAS QUEUED
      *         IS MARKED 'gone' INSTEAD OF SENT.
      *    EACH POST IS SIGNED (HTTP SIGNATURES, rsa-sha256 OVER
      *    (request-target) host date digest) WITH data/AP-PRIVATE.PEM,
      *    WHOSE PUBLIC HALF ACTOR.COB PUBLISHES; WITHOUT THE KEY THE
      *    QUEUE IS LEFT AS IT IS FOR A LATER RUN. RUN FROM THE BUILD
      *    AFTER A PUBLISH AND FROM CRON FOR THE RETRIES. EACH RUN
      *    STARTS AND ENDS IN THE RUN LEDGER THROUGH JOBLOG.CBL,
      *    COUNTING THE FOLLOWS ANSWERED AND DELIVERIES QUEUED AND
      *    TRIED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/AP-LAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT AP-FOLLOWER-FILE ASSIGN TO "data/AP-FOLLOWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-STATUS.
           SELECT FOL-KEEP-FILE
               ASSIGN TO "data/AP-FOLLOWERS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-KEEP-STATUS.
           SELECT AP-DELIVERY-FILE ASSIGN TO "data/AP-DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT DLV-KEEP-FILE ASSIGN TO "data/AP-DELIVERY-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-KEEP-STATUS.
           SELECT PROBE-FILE ASSIGN TO "data/APDELIVER-PROBE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT ACT-BODY-FILE ASSIGN TO "data/APDELIVER-BODY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-BODY-STATUS.
           SELECT KEY-FILE ASSIGN TO "data/AP-PRIVATE.PEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'CKPTFD.CPY'.
           COPY 'APFOLFD.CPY'.
       FD  FOL-KEEP-FILE.
       01  FOL-KEEP-FILE-LINE  PIC X(500).
           COPY 'APDLVFD.CPY'.
       FD  DLV-KEEP-FILE.
       01  DLV-KEEP-FILE-LINE  PIC X(600).
       FD  PROBE-FILE.
       01  PROBE-FILE-LINE     PIC X(998).
       FD  ACT-BODY-FILE.
       01  ACT-BODY-FILE-LINE  PIC X(4000).
       FD  KEY-FILE.
       01  KEY-FILE-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'APFOLREC.CPY'.
           COPY 'APDLVREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'JSONESCWS.CPY'.
           COPY 'APACTWS.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CHECK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-FOL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-FOL-KEEP-STATUS  PIC X(2)    VALUE '00'.
       01  WS-DLV-STATUS       PIC X(2)    VALUE '00'.
       01  WS-DLV-KEEP-STATUS  PIC X(2)    VALUE '00'.
       01  WS-PROBE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ACT-BODY-STATUS  PIC X(2)    VALUE '00'.
       01  WS-KEY-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-FOL-EOF          PIC X       VALUE 'N'.
               88  FOL-EOF                     VALUE 'Y'.
       01  WS-FOL-KEEP-EOF     PIC X       VALUE 'N'.
               88  FOL-KEEP-EOF                VALUE 'Y'.
       01  WS-DLV-EOF          PIC X       VALUE 'N'.
               88  DLV-EOF                     VALUE 'Y'.
       01  WS-DLV-KEEP-EOF     PIC X       VALUE 'N'.
               88  DLV-KEEP-EOF                VALUE 'Y'.
       01  WS-PROBE-EOF        PIC X       VALUE 'N'.
               88  PROBE-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CHECKPOINT       PIC X(8)    VALUE SPACES.
       01  WS-MAX-PUBDATE      PIC X(8)    VALUE '00000000'.
       01  WS-GUARD-ACTION     PIC X.
      *    THE ACTIVE FOLLOWERS' INBOXES, EACH ONCE - WHAT A NEW
      *    STORY IS QUEUED TO.
       01  WS-INBOX-COUNT      PIC 9(4)    VALUE 0.
       01  WS-INBOX-TABLE.
           05  WS-INBOX-URL        OCCURS 500 TIMES PIC X(160).
       01  WS-INBOX-IDX        PIC 9(4)    VALUE 0.
       01  WS-INBOX-SEEN       PIC X       VALUE 'N'.
               88  INBOX-SEEN                  VALUE 'Y'.
      *    THE URL SCREEN - ONE URL IN, A VERDICT OUT. EVERY URL
      *    BOUND FOR THE COMMAND LINE PASSES IT HERE, WHATEVER THE
      *    WRITER OF THE ROW ALREADY CHECKED.
       01  WS-SCREEN-URL       PIC X(200)  VALUE SPACES.
       01  WS-BAD-COUNT        PIC 9(3)    VALUE 0.
       01  WS-URL-OK           PIC X       VALUE 'N'.
               88  URL-OK                      VALUE 'Y'.
       01  WS-FOUND-INBOX      PIC X(160)  VALUE SPACES.
      *    PENDING FOLLOWERS WHOSE INBOX WAS FOUND THIS RUN.
       01  WS-RES-COUNT        PIC 9(4)    VALUE 0.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY        OCCURS 200 TIMES.
               10  WS-RES-ACTOR    PIC X(160).
               10  WS-RES-INBOX    PIC X(160).
       01  WS-RES-IDX          PIC 9(4)    VALUE 0.
       01  WS-TAG-POS          PIC 9(4).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-END-POS          PIC 9(4).
       01  WS-PIECE-LEN        PIC 9(4).
       01  WS-ATTEMPTS-X       PIC X(2).
       01  WS-DLV-SEQ          PIC 9(4)    VALUE 0.
       01  WS-INBOX-HOST       PIC X(160)  VALUE SPACES.
       01  WS-INBOX-PATH       PIC X(160)  VALUE SPACES.
       01  WS-SCOPE-SCRAP      PIC X(160)  VALUE SPACES.
       01  WS-SCOPE-REST       PIC X(160)  VALUE SPACES.
       01  WS-SLASH-POS        PIC 9(4)    VALUE 0.
       01  WS-STORY-FOUND      PIC X       VALUE 'N'.
               88  STORY-FOUND                 VALUE 'Y'.
       01  WS-HAVE-KEY         PIC X       VALUE 'N'.
               88  HAVE-KEY                    VALUE 'Y'.
       01  WS-CURL-COMMAND     PIC X(600)  VALUE SPACES.
       01  WS-POST-COMMAND     PIC X(1600) VALUE SPACES.
       01  WS-ACCEPTED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-WAITING-COUNT    PIC 9(4)    VALUE 0.
       01  WS-NEW-COUNT        PIC 9(4)    VALUE 0.
       01  WS-QUEUED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-SENT-COUNT       PIC 9(4)    VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(4)    VALUE 0.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'APDELIVER' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM RESOLVE-PENDING-FOLLOWERS.
           PERFORM LOCK-DATA-FILES.
           PERFORM ANSWER-FOLLOWERS.
           PERFORM UNLOCK-DATA-FILES.
           PERFORM READ-CHECKPOINT.
           PERFORM FIND-MAX-PUBDATE.
           IF FUNCTION TRIM(WS-CHECKPOINT) = SPACES
               PERFORM WRITE-CHECKPOINT
               DISPLAY
                   'apdeliver: no prior checkpoint - baseline set to '
                   FUNCTION TRIM(WS-MAX-PUBDATE)
           ELSE
               PERFORM QUEUE-NEW-STORIES
               IF WS-NEW-COUNT > 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.
           PERFORM CHECK-SIGNING-KEY.
           IF HAVE-KEY
               PERFORM WORK-DELIVERY-QUEUE
           ELSE
               DISPLAY 'apdeliver: no data/AP-PRIVATE.PEM - queue '
                   'left for a later run'
           END-IF.
           DISPLAY 'apdeliver: ' WS-ACCEPTED-COUNT ' follow(s) '
               'accepted, ' WS-WAITING-COUNT ' still pending, '
               WS-NEW-COUNT ' new stor(y/ies) queued as '
               WS-QUEUED-COUNT ' deliver(y/ies)'.
           DISPLAY 'apdeliver: ' WS-SENT-COUNT ' sent, '
               WS-FAILED-COUNT ' failed, ' WS-SKIPPED-COUNT
               ' left as-is'.
           COMPUTE JOB-ROWS = WS-ACCEPTED-COUNT + WS-QUEUED-COUNT
               + WS-SENT-COUNT + WS-FAILED-COUNT.
           IF JOB-ROWS = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

      *    -------- STEP 1 - THE FOLLOW HANDSHAKE --------

       RESOLVE-PENDING-FOLLOWERS.
           MOVE 'N' TO WS-FOL-EOF.
           OPEN INPUT AP-FOLLOWER-FILE.
           IF WS-FOL-STATUS = '00'
               PERFORM UNTIL FOL-EOF OR WS-RES-COUNT >= 200
                   READ AP-FOLLOWER-FILE
                       AT END
                           SET FOL-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-FOLLOWER-RECORD
                           IF AP-FOL-STATE = 'P'
                               PERFORM RESOLVE-FOLLOWER-INBOX
                           END-IF
                           IF AP-FOL-STATE = 'P'
                                   AND FUNCTION TRIM(WS-FOUND-INBOX)
                                       NOT = SPACES
                               ADD 1 TO WS-RES-COUNT
                               MOVE AP-FOL-ACTOR
                                   TO WS-RES-ACTOR(WS-RES-COUNT)
                               MOVE WS-FOUND-INBOX
                                   TO WS-RES-INBOX(WS-RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-FOLLOWER-FILE
           END-IF.

       PARSE-FOLLOWER-RECORD.
           MOVE SPACES TO AP-FOL-ACTOR AP-FOL-INBOX AP-FOL-DATE
               AP-FOL-STATE AP-FOL-FOLLOW-ID.
           UNSTRING AP-FOLLOWER-FILE-LINE DELIMITED BY '|'
               INTO AP-FOL-ACTOR AP-FOL-INBOX AP-FOL-DATE
                    AP-FOL-STATE AP-FOL-FOLLOW-ID
           END-UNSTRING.

      *    UNDER THE LOCK - THE FILE IS READ AFRESH, SO A Follow OR
      *    Undo THAT ARRIVED WHILE THE LOOKUPS RAN IS NOT LOST.
       ANSWER-FOLLOWERS.
           MOVE 'N' TO WS-FOL-EOF.
           OPEN INPUT AP-FOLLOWER-FILE.
           IF WS-FOL-STATUS = '00'
               OPEN OUTPUT FOL-KEEP-FILE
               PERFORM UNTIL FOL-EOF
                   READ AP-FOLLOWER-FILE
                       AT END
                           SET FOL-EOF TO TRUE
                       NOT AT END
                           PERFORM WORK-ONE-FOLLOWER
                   END-READ
               END-PERFORM
               CLOSE AP-FOLLOWER-FILE
               CLOSE FOL-KEEP-FILE
               PERFORM REWRITE-FOLLOWERS
           END-IF.

       WORK-ONE-FOLLOWER.
           PERFORM PARSE-FOLLOWER-RECORD.
           IF AP-FOL-STATE = 'P'
               MOVE SPACES TO WS-FOUND-INBOX
               PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                       UNTIL WS-RES-IDX > WS-RES-COUNT
                   IF WS-RES-ACTOR(WS-RES-IDX) = AP-FOL-ACTOR
                       MOVE WS-RES-INBOX(WS-RES-IDX) TO WS-FOUND-INBOX
                       MOVE WS-RES-COUNT TO WS-RES-IDX
                   END-IF
               END-PERFORM
               IF FUNCTION TRIM(WS-FOUND-INBOX) NOT = SPACES
                   MOVE WS-FOUND-INBOX TO AP-FOL-INBOX
                   MOVE 'A' TO AP-FOL-STATE
                   PERFORM QUEUE-ACCEPT
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF.
           IF AP-FOL-STATE = 'A'
               PERFORM REMEMBER-INBOX
           END-IF.
           MOVE SPACES TO FOL-KEEP-FILE-LINE.
           STRING FUNCTION TRIM(AP-FOL-ACTOR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-FOL-INBOX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AP-FOL-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AP-FOL-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-FOL-FOLLOW-ID) DELIMITED BY SIZE
               INTO FOL-KEEP-FILE-LINE
           END-STRING.
           WRITE FOL-KEEP-FILE-LINE.

      *    THE ACTOR DOCUMENT IS ONE LONG JSON LINE; tr SPLITS IT AT
      *    EVERY COMMA SO THE "inbox" PAIR LANDS ON A LINE OF ITS OWN,
      *    THE SAME TRICK FEDIREPLY.COB PLAYS ON A REPLY CONTEXT.
      *    ONLY THE ACCOUNT'S OWN "inbox" KEY MATCHES - A SERVER'S
      *    "sharedInbox" SPELLS IT WITH A CAPITAL.
       RESOLVE-FOLLOWER-INBOX.
           MOVE SPACES TO WS-FOUND-INBOX.
           MOVE AP-FOL-ACTOR TO WS-SCREEN-URL.
           PERFORM SCREEN-URL.
           IF URL-OK
               MOVE SPACES TO WS-CURL-COMMAND
               STRING 'curl -s -f -L --max-time 20 -H "Accept: '
                          DELIMITED BY SIZE
                      'application/activity+json" "' DELIMITED BY SIZE
                      FUNCTION TRIM(AP-FOL-ACTOR) DELIMITED BY SIZE
                      '" | tr "," "\n" > data/APDELIVER-PROBE.TMP'
                          DELIMITED BY SIZE
                   INTO WS-CURL-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-CURL-COMMAND
               MOVE 0 TO RETURN-CODE
               PERFORM SIFT-ACTOR-DOCUMENT
           END-IF.

       SIFT-ACTOR-DOCUMENT.
           MOVE 'N' TO WS-PROBE-EOF.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00'
               PERFORM UNTIL PROBE-EOF
                   READ PROBE-FILE
                       AT END
                           SET PROBE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(WS-FOUND-INBOX) = SPACES
                               PERFORM SIFT-ACTOR-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF.

      *    COMPACT JSON WRITES "inbox":"..."; A PRETTY-PRINTING
      *    SERVER PUTS A SPACE AFTER THE COLON.
       SIFT-ACTOR-LINE.
           MOVE 0 TO WS-TAG-POS.
           MOVE 9 TO WS-TAG-LEN.
           INSPECT PROBE-FILE-LINE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL '"inbox":"'.
           IF WS-TAG-POS >= 980
               MOVE 0 TO WS-TAG-POS
               MOVE 10 TO WS-TAG-LEN
               INSPECT PROBE-FILE-LINE TALLYING WS-TAG-POS
                   FOR CHARACTERS BEFORE INITIAL '"inbox": "'
           END-IF.
           IF WS-TAG-POS < 980
               COMPUTE WS-TAG-POS = WS-TAG-POS + WS-TAG-LEN + 1
               MOVE WS-TAG-POS TO WS-END-POS
               PERFORM UNTIL WS-END-POS > 998
                       OR PROBE-FILE-LINE(WS-END-POS:1) = '"'
                   ADD 1 TO WS-END-POS
               END-PERFORM
               COMPUTE WS-PIECE-LEN = WS-END-POS - WS-TAG-POS
               IF WS-PIECE-LEN > 0 AND WS-PIECE-LEN <= 160
                   MOVE SPACES TO WS-SCREEN-URL
                   MOVE PROBE-FILE-LINE(WS-TAG-POS:WS-PIECE-LEN)
                       TO WS-SCREEN-URL
                   PERFORM SCREEN-URL
                   IF URL-OK
                       MOVE WS-SCREEN-URL TO WS-FOUND-INBOX
                   END-IF
               END-IF
           END-IF.

       QUEUE-ACCEPT.
           MOVE SPACES TO AP-DELIVERY-FILE-LINE.
           STRING 'queued|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-FOL-INBOX) DELIMITED BY SIZE
                  '|accept|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-FOL-FOLLOW-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                  '|00|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-FOL-ACTOR) DELIMITED BY SIZE
               INTO AP-DELIVERY-FILE-LINE
           END-STRING.
           PERFORM APPEND-DELIVERY-ROW.

       REMEMBER-INBOX.
           MOVE 'N' TO WS-INBOX-SEEN.
           PERFORM VARYING WS-INBOX-IDX FROM 1 BY 1
                   UNTIL WS-INBOX-IDX > WS-INBOX-COUNT
               IF WS-INBOX-URL(WS-INBOX-IDX) = AP-FOL-INBOX
                   SET INBOX-SEEN TO TRUE
                   MOVE WS-INBOX-COUNT TO WS-INBOX-IDX
               END-IF
           END-PERFORM.
           IF NOT INBOX-SEEN AND WS-INBOX-COUNT < 500
                   AND FUNCTION TRIM(AP-FOL-INBOX) NOT = SPACES
               ADD 1 TO WS-INBOX-COUNT
               MOVE AP-FOL-INBOX TO WS-INBOX-URL(WS-INBOX-COUNT)
           END-IF.

       REWRITE-FOLLOWERS.
           MOVE 'N' TO WS-FOL-KEEP-EOF.
           OPEN INPUT FOL-KEEP-FILE.
           OPEN OUTPUT AP-FOLLOWER-FILE.
           PERFORM UNTIL FOL-KEEP-EOF
               READ FOL-KEEP-FILE
                   AT END
                       SET FOL-KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE FOL-KEEP-FILE-LINE
                           TO AP-FOLLOWER-FILE-LINE
                       WRITE AP-FOLLOWER-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE FOL-KEEP-FILE.
           CLOSE AP-FOLLOWER-FILE.

      *    -------- STEP 2 - NEW STORIES ONTO THE QUEUE --------

       READ-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECK-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE SPACES TO WS-CHECKPOINT
                   NOT AT END
                       MOVE CHECKPOINT-FILE-LINE TO WS-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-FILE-LINE FROM WS-MAX-PUBDATE.
           CLOSE CHECKPOINT-FILE.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS
               STORY-KEYBOARD STORY-LICENCE STORY-CW-CATS
               STORY-PROGRAM STORY-WARNING STORY-DRAFT.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       FIND-MAX-PUBDATE.
           MOVE '00000000' TO WS-MAX-PUBDATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-PROGRAM NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE <= WS-TODAY-DATE
                                   AND STORY-PUBDATE > WS-MAX-PUBDATE
                               MOVE STORY-PUBDATE TO WS-MAX-PUBDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       QUEUE-NEW-STORIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-PROGRAM NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE <= WS-TODAY-DATE
                                   AND STORY-PUBDATE > WS-CHECKPOINT
                               ADD 1 TO WS-NEW-COUNT
                               PERFORM QUEUE-ONE-STORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       QUEUE-ONE-STORY.
           PERFORM VARYING WS-INBOX-IDX FROM 1 BY 1
                   UNTIL WS-INBOX-IDX > WS-INBOX-COUNT
               MOVE SPACES TO AP-DELIVERY-FILE-LINE
               STRING 'queued|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INBOX-URL(WS-INBOX-IDX))
                          DELIMITED BY SIZE
                      '|create|' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|00|' DELIMITED BY SIZE
                   INTO AP-DELIVERY-FILE-LINE
               END-STRING
               PERFORM APPEND-DELIVERY-ROW
               ADD 1 TO WS-QUEUED-COUNT
           END-PERFORM.

       APPEND-DELIVERY-ROW.
           OPEN EXTEND AP-DELIVERY-FILE.
           IF WS-DLV-STATUS NOT = '00'
               OPEN OUTPUT AP-DELIVERY-FILE
           END-IF.
           WRITE AP-DELIVERY-FILE-LINE.
           CLOSE AP-DELIVERY-FILE.

      *    -------- STEP 3 - WORKING THE QUEUE --------

       CHECK-SIGNING-KEY.
           MOVE 'N' TO WS-HAVE-KEY.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-STATUS = '00'
               SET HAVE-KEY TO TRUE
               CLOSE KEY-FILE
           END-IF.

       WORK-DELIVERY-QUEUE.
           MOVE 'N' TO WS-DLV-EOF.
           OPEN INPUT AP-DELIVERY-FILE.
           IF WS-DLV-STATUS = '00'
               OPEN OUTPUT DLV-KEEP-FILE
               PERFORM UNTIL DLV-EOF
                   READ AP-DELIVERY-FILE
                       AT END
                           SET DLV-EOF TO TRUE
                       NOT AT END
                           PERFORM WORK-ONE-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE AP-DELIVERY-FILE
               CLOSE DLV-KEEP-FILE
               PERFORM REWRITE-DELIVERY-QUEUE
           END-IF.

       WORK-ONE-DELIVERY.
           MOVE SPACES TO AP-DLV-STATUS AP-DLV-INBOX AP-DLV-KIND
               AP-DLV-REF AP-DLV-QUEUED WS-ATTEMPTS-X AP-DLV-ACTOR.
           UNSTRING AP-DELIVERY-FILE-LINE DELIMITED BY '|'
               INTO AP-DLV-STATUS AP-DLV-INBOX AP-DLV-KIND
                    AP-DLV-REF AP-DLV-QUEUED WS-ATTEMPTS-X
                    AP-DLV-ACTOR
           END-UNSTRING.
           IF WS-ATTEMPTS-X IS NUMERIC
               MOVE WS-ATTEMPTS-X TO AP-DLV-ATTEMPTS
           ELSE
               MOVE 0 TO AP-DLV-ATTEMPTS
           END-IF.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(AP-DLV-STATUS) = 'queued'
                   PERFORM TRY-ONE-DELIVERY
               WHEN FUNCTION TRIM(AP-DLV-STATUS) = 'failed'
                       AND AP-DLV-ATTEMPTS < 5
                   PERFORM TRY-ONE-DELIVERY
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           PERFORM WRITE-DELIVERY-BACK.

       TRY-ONE-DELIVERY.
           ADD 1 TO WS-DLV-SEQ.
           MOVE SPACES TO WS-AP-ACTIVITY.
           MOVE 'N' TO WS-STORY-FOUND.
           EVALUATE FUNCTION TRIM(AP-DLV-KIND)
               WHEN 'create'
                   PERFORM FIND-QUEUED-STORY
                   IF STORY-FOUND
                       PERFORM BUILD-STORY-ACTIVITY
                   END-IF
               WHEN 'accept'
                   PERFORM BUILD-ACCEPT-ACTIVITY
           END-EVALUATE.
           MOVE AP-DLV-INBOX TO WS-SCREEN-URL.
           PERFORM SCREEN-URL.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(AP-DLV-KIND) = 'create'
                       AND NOT STORY-FOUND
                   MOVE 'gone' TO AP-DLV-STATUS
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT URL-OK
                       OR FUNCTION TRIM(WS-AP-ACTIVITY) = SPACES
                   MOVE 'badinbox' TO AP-DLV-STATUS
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM POST-SIGNED-ACTIVITY
           END-EVALUATE.

       FIND-QUEUED-STORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(AP-DLV-REF)
                                   AND STORY-PROGRAM NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                               SET STORY-FOUND TO TRUE
                               SET STORY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

      *    THE Accept CARRIES THE Follow IT ANSWERS IN FULL - ITS
      *    ID, THE FOLLOWER AND US - SO THE FOLLOWER'S SERVER CAN
      *    MATCH IT WITHOUT A LOOKUP.
       BUILD-ACCEPT-ACTIVITY.
           MOVE SPACES TO WS-AP-ACTIVITY.
           STRING '{"@context":"https://www.w3.org/ns/activitystreams"'
                      DELIMITED BY SIZE
                  ',"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor#accept-' DELIMITED BY SIZE
                  AP-DLV-QUEUED DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DLV-SEQ DELIMITED BY SIZE
                  '","type":"Accept","actor":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor","object":{"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-REF) DELIMITED BY SIZE
                  '","type":"Follow","actor":"' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-ACTOR) DELIMITED BY SIZE
                  '","object":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor"}}' DELIMITED BY SIZE
               INTO WS-AP-ACTIVITY
           END-STRING.

      *    THE ACTIVITY GOES TO A TEMP FILE SO ITS DIGEST AND THE
      *    POSTED BODY ARE THE SAME BYTES. THE SIGNING STRING IS
      *    BUILT BY printf, SIGNED BY openssl, AND THE Signature
      *    HEADER NAMES OUR KEY BY THE ID ACTOR.COB PUBLISHES IT
      *    UNDER. curl -f TURNS A NON-2XX ANSWER INTO A NONZERO EXIT,
      *    THE SAME AS ANNOUNCE.COB COUNTS ON.
       POST-SIGNED-ACTIVITY.
           OPEN OUTPUT ACT-BODY-FILE.
           MOVE WS-AP-ACTIVITY TO ACT-BODY-FILE-LINE.
           WRITE ACT-BODY-FILE-LINE.
           CLOSE ACT-BODY-FILE.
           PERFORM SPLIT-INBOX-URL.
           MOVE SPACES TO WS-POST-COMMAND.
           STRING 'B=data/APDELIVER-BODY.TMP; '
                      DELIMITED BY SIZE
                  'D=$(date -u "+%a, %d %b %Y %H:%M:%S GMT"); '
                      DELIMITED BY SIZE
                  'G="SHA-256=$(openssl dgst -sha256 -binary $B'
                      DELIMITED BY SIZE
                  ' | base64 | tr -d "\n")"; ' DELIMITED BY SIZE
                  'S=$(printf "(request-target): post %s\nhost: %s'
                      DELIMITED BY SIZE
                  '\ndate: %s\ndigest: %s" "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INBOX-PATH) DELIMITED BY SIZE
                  '" "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INBOX-HOST) DELIMITED BY SIZE
                  '" "$D" "$G" | openssl dgst -sha256 -sign '
                      DELIMITED BY SIZE
                  'data/AP-PRIVATE.PEM | base64 | tr -d "\n"); '
                      DELIMITED BY SIZE
                  'curl -s -f -o /dev/null --max-time 20 -X POST '
                      DELIMITED BY SIZE
                  '-H "Content-Type: application/activity+json" '
                      DELIMITED BY SIZE
                  '-H "Date: $D" -H "Digest: $G" ' DELIMITED BY SIZE
                  '-H "Signature: keyId=\"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor#main-key\",algorithm=\"rsa-sha256\",'
                      DELIMITED BY SIZE
                  'headers=\"(request-target) host date digest\",'
                      DELIMITED BY SIZE
                  'signature=\"$S\"" --data-binary @$B "'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-INBOX) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-POST-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-POST-COMMAND.
           ADD 1 TO AP-DLV-ATTEMPTS.
           IF RETURN-CODE = 0
               MOVE 'sent' TO AP-DLV-STATUS
               ADD 1 TO WS-SENT-COUNT
           ELSE
               MOVE 'failed' TO AP-DLV-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    https://host.example/users/name/inbox GIVES THE HOST
      *    host.example AND THE PATH /users/name/inbox.
       SPLIT-INBOX-URL.
           MOVE SPACES TO WS-SCOPE-SCRAP WS-SCOPE-REST WS-INBOX-HOST
               WS-INBOX-PATH.
           UNSTRING AP-DLV-INBOX DELIMITED BY '//'
               INTO WS-SCOPE-SCRAP WS-SCOPE-REST
           END-UNSTRING.
           MOVE 0 TO WS-SLASH-POS.
           INSPECT WS-SCOPE-REST TALLYING WS-SLASH-POS
               FOR CHARACTERS BEFORE INITIAL '/'.
           IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 160
               MOVE WS-SCOPE-REST(1:WS-SLASH-POS) TO WS-INBOX-HOST
               MOVE WS-SCOPE-REST(WS-SLASH-POS + 1:) TO WS-INBOX-PATH
           ELSE
               MOVE WS-SCOPE-REST TO WS-INBOX-HOST
               MOVE '/' TO WS-INBOX-PATH
           END-IF.

       WRITE-DELIVERY-BACK.
           MOVE SPACES TO DLV-KEEP-FILE-LINE.
           STRING FUNCTION TRIM(AP-DLV-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-INBOX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-KIND) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-REF) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AP-DLV-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  AP-DLV-ATTEMPTS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(AP-DLV-ACTOR) DELIMITED BY SIZE
               INTO DLV-KEEP-FILE-LINE
           END-STRING.
           WRITE DLV-KEEP-FILE-LINE.

       REWRITE-DELIVERY-QUEUE.
           MOVE 'N' TO WS-DLV-KEEP-EOF.
           OPEN INPUT DLV-KEEP-FILE.
           OPEN OUTPUT AP-DELIVERY-FILE.
           PERFORM UNTIL DLV-KEEP-EOF
               READ DLV-KEEP-FILE
                   AT END
                       SET DLV-KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE DLV-KEEP-FILE-LINE
                           TO AP-DELIVERY-FILE-LINE
                       WRITE AP-DELIVERY-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE DLV-KEEP-FILE.
           CLOSE AP-DELIVERY-FILE.

      *    https:// AND NONE OF THE CHARACTERS MAILSEND.COB KEEPS OFF
      *    ITS COMMAND LINE, AND SHORT ENOUGH FOR ITS COLUMN.
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

           COPY 'APACT.CPY'.
           COPY 'HTMLESC.CPY'.
           COPY 'JSONESC.CPY'.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM APDELIVER.
