       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTOR.
      *    THE SITE'S OWN ACTIVITYPUB ACTOR - THE DOCUMENT A FEDIVERSE
      *    SERVER FETCHES AFTER WEBFINGER.COB HAS POINTED IT HERE. IT
      *    NAMES THE INBOX (INBOX.COB, WHERE FOLLOWS AND REPLIES
      *    ARRIVE) AND THE OUTBOX (OUTBOX.COB, THE PUBLISHED STORIES),
      *    AND CARRIES THE PUBLIC HALF OF THE KEY APDELIVER.COB SIGNS
      *    ITS DELIVERIES WITH, READ FROM data/AP-PUBLIC.PEM. WITHOUT
      *    THE KEY FILE THE publicKey BLOCK IS LEFT OUT - THE ACTOR
      *    STILL RESOLVES, BUT NO SERVER WILL ACCEPT A DELIVERY FROM
      *    IT UNTIL scripts/build.sh HAS MADE THE PAIR.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "data/AP-PUBLIC.PEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-FILE.
       01  KEY-FILE-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'SITECFG.CPY'.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/activity+json'.
       01  WS-KEY-STATUS       PIC X(2)    VALUE '00'.
       01  WS-KEY-EOF          PIC X       VALUE 'N'.
               88  KEY-EOF                     VALUE 'Y'.
      *    THE PEM JOINED INTO ONE JSON STRING, ITS LINE BREAKS
      *    WRITTEN AS \n.
       01  WS-KEY-JSON         PIC X(2000) VALUE SPACES.
       01  WS-KEY-PTR          PIC 9(4)    VALUE 1.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ACTOR' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM LOAD-PUBLIC-KEY.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '{'
           END-DISPLAY.
           DISPLAY
               '"@context": ["https://www.w3.org/ns/activitystreams",'
           END-DISPLAY.
           DISPLAY
               '"https://w3id.org/security/v1"],'
           END-DISPLAY.
           DISPLAY
               '"id": "' FUNCTION TRIM(WS-BASE-URL) 'actor",'
           END-DISPLAY.
           DISPLAY
               '"type": "Person",'
           END-DISPLAY.
           DISPLAY
               '"preferredUsername": "' FUNCTION TRIM(WS-AP-USER) '",'
           END-DISPLAY.
           DISPLAY
               '"name": "' FUNCTION TRIM(SITE-TITLE) '",'
           END-DISPLAY.
           DISPLAY
               '"summary": "<p>new stories from '
               FUNCTION TRIM(SITE-TITLE) ', '
               'as they publish. replies land in the moderation '
               'queue.</p>",'
           END-DISPLAY.
           DISPLAY
               '"url": "' FUNCTION TRIM(WS-BASE-URL) '",'
           END-DISPLAY.
           DISPLAY
               '"inbox": "' FUNCTION TRIM(WS-BASE-URL) 'inbox",'
           END-DISPLAY.
           IF FUNCTION TRIM(WS-KEY-JSON) NOT = SPACES
               DISPLAY
                   '"outbox": "' FUNCTION TRIM(WS-BASE-URL) 'outbox",'
               END-DISPLAY
               DISPLAY
                   '"publicKey": {'
               END-DISPLAY
               DISPLAY
                   '"id": "' FUNCTION TRIM(WS-BASE-URL)
                   'actor#main-key",'
               END-DISPLAY
               DISPLAY
                   '"owner": "' FUNCTION TRIM(WS-BASE-URL) 'actor",'
               END-DISPLAY
               DISPLAY
                   '"publicKeyPem": "' FUNCTION TRIM(WS-KEY-JSON) '"'
               END-DISPLAY
               DISPLAY
                   '}'
               END-DISPLAY
           ELSE
               DISPLAY
                   '"outbox": "' FUNCTION TRIM(WS-BASE-URL) 'outbox"'
               END-DISPLAY
           END-IF.
           DISPLAY
               '}'
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-PUBLIC-KEY.
           MOVE SPACES TO WS-KEY-JSON.
           MOVE 1 TO WS-KEY-PTR.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-STATUS = '00'
               PERFORM UNTIL KEY-EOF
                   READ KEY-FILE
                       AT END
                           SET KEY-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(KEY-FILE-LINE) NOT = SPACES
                               STRING FUNCTION TRIM(KEY-FILE-LINE)
                                          DELIMITED BY SIZE
                                      '\n' DELIMITED BY SIZE
                                   INTO WS-KEY-JSON
                                   WITH POINTER WS-KEY-PTR
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-FILE
           END-IF.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ACTOR.
