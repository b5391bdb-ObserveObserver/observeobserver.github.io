       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBFINGER.
      *    THE WEBFINGER ANSWER THAT MAKES THE SITE FOLLOWABLE AS
      *    @observer@observe.observer FROM ANY FEDIVERSE SERVER. A
      *    REMOTE SERVER ASKS /.well-known/webfinger?resource=acct:...
      *    (ROUTE.COB SENDS THE well-known PATH HERE THROUGH THE
      *    webfinger ROW OF data/ROUTES.DAT) AND IS POINTED AT THE
      *    ACTOR DOCUMENT ACTOR.COB SERVES. THE ACCOUNT NAME IS
      *    WS-AP-USER AND THE DOMAIN IS TAKEN FROM WS-BASE-URL, SO A
      *    DOMAIN MOVE CARRIES THE ACCOUNT WITH IT. THE ACTOR URL
      *    ITSELF IS ACCEPTED AS A RESOURCE TOO; ANYTHING ELSE IS A
      *    404, WHICH IS HOW A SERVER LEARNS THE ACCOUNT ISN'T HERE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'URLDECWS.CPY'.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/jrd+json'.
       01  WS-QUERY-STRING     PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-SCRAP      PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-REST       PIC X(200)  VALUE SPACES.
       01  WS-RESOURCE         PIC X(200)  VALUE SPACES.
       01  WS-SITE-HOST        PIC X(60)   VALUE SPACES.
       01  WS-ACCT-NAME        PIC X(100)  VALUE SPACES.
       01  WS-ACTOR-URL        PIC X(80)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'WEBFINGER' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM EXTRACT-RESOURCE-PARAM.
           PERFORM BUILD-ACCOUNT-NAMES.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-RESOURCE)) =
                   FUNCTION TRIM(WS-ACCT-NAME)
               OR FUNCTION TRIM(WS-RESOURCE) =
                   FUNCTION TRIM(WS-ACTOR-URL)
               CALL 'HTTPHDR' USING WS-CONTENT-TYPE
               PERFORM EMIT-JRD
           ELSE
               DISPLAY
                   'STATUS: 404 NOT FOUND'
                   NL
                   'CONTENT-TYPE: application/jrd+json'
                   NL
               END-DISPLAY
               DISPLAY '{ "error": "no such account here" }'
           END-IF.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-RESOURCE-PARAM.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-SCOPE-SCRAP WS-SCOPE-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'resource='
               INTO WS-SCOPE-SCRAP WS-SCOPE-REST
           END-UNSTRING.
           IF WS-SCOPE-REST NOT = SPACES
               MOVE SPACES TO WS-URL-IN
               UNSTRING WS-SCOPE-REST DELIMITED BY '&'
                   INTO WS-URL-IN
               END-UNSTRING
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT(1:200) TO WS-RESOURCE
           END-IF.

      *    https://observe.observer/ GIVES THE HOST observe.observer
      *    AND THE ACCOUNT acct:observer@observe.observer.
       BUILD-ACCOUNT-NAMES.
           MOVE SPACES TO WS-SCOPE-SCRAP WS-SCOPE-REST.
           UNSTRING WS-BASE-URL DELIMITED BY '//'
               INTO WS-SCOPE-SCRAP WS-SCOPE-REST
           END-UNSTRING.
           UNSTRING WS-SCOPE-REST DELIMITED BY '/'
               INTO WS-SITE-HOST
           END-UNSTRING.
           STRING 'acct:' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-USER) DELIMITED BY SIZE
                  '@' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-HOST) DELIMITED BY SIZE
               INTO WS-ACCT-NAME
           END-STRING.
           MOVE FUNCTION LOWER-CASE(WS-ACCT-NAME) TO WS-ACCT-NAME.
           STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor' DELIMITED BY SIZE
               INTO WS-ACTOR-URL
           END-STRING.

       EMIT-JRD.
           DISPLAY
               '{'
           END-DISPLAY.
           DISPLAY
               '"subject": "' FUNCTION TRIM(WS-ACCT-NAME) '",'
           END-DISPLAY.
           DISPLAY
               '"aliases": ["' FUNCTION TRIM(WS-ACTOR-URL) '"],'
           END-DISPLAY.
           DISPLAY
               '"links": ['
           END-DISPLAY.
           DISPLAY
               '{ "rel": "self", "type": "application/activity+json",'
           END-DISPLAY.
           DISPLAY
               '"href": "' FUNCTION TRIM(WS-ACTOR-URL) '" },'
           END-DISPLAY.
           DISPLAY
               '{ "rel": "http://webfinger.net/rel/profile-page",'
           END-DISPLAY.
           DISPLAY
               '"type": "text/html", "href": "'
               FUNCTION TRIM(WS-BASE-URL) '" }'
           END-DISPLAY.
           DISPLAY
               ']'
           END-DISPLAY.
           DISPLAY
               '}'
           END-DISPLAY.

           COPY 'URLDEC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM WEBFINGER.
