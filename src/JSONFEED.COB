      *    THREAD OF THE CATALOGUE, THE SAME PARAMETERS AND THE SAME
      *    COMMA-WRAPPED EXACT MATCHING FEED.COB KEEPS ON THE RSS
      *    SIDE - THE TWO RENDITIONS OF THE FEED NEVER DISAGREE ON
      *    WHAT A SCOPE MEANS. THE SAME GOES FOR &hide= - THE
      *    READER'S CONTENT-FILTER CATEGORIES LEAVE OUT EVERY STORY
      *    CARRYING ONE, EXACTLY AS THEY DO IN FEED.COB. THE ITEM
      *    "url" CARRIES ?via=feed AND THE "id" STAYS CLEAN, ALSO AS
      *    IN FEED.COB, AND SO DOES RESOLVING AN OLD OR SYNONYM
      *    ?tag= THROUGH TAGRES.CBL, AND SO DOES THE SITE: THE TITLE
      *    IS THE SITE'S FEED TITLE AND A SITE WITH AN AUTHOR LIST
      *    CARRIES ONLY ITS OWN STORIES (SITEHOST.CBL).
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/feed+json'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
           COPY 'JSONESCWS.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
               88  IS-FIRST-ITEM                VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-TAG        PIC X(30)   VALUE SPACES.
           COPY 'TAGRES.CPY'.
       01  WS-SCOPE-AUTHOR     PIC X(10)   VALUE SPACES.
       01  WS-SCOPE-SCRAP      PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-REST       PIC X(200)  VALUE SPACES.
       01  WS-NEEDLE-LEN       PIC 9(2)    VALUE 0.
       01  WS-IN-SCOPE         PIC X       VALUE 'Y'.
               88  IN-SCOPE                    VALUE 'Y'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'JSONFEED' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM EXTRACT-SCOPE-PARAMS.
           PERFORM READ-CONTENT-FILTERS.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '{'
           END-DISPLAY.
           IF WS-SCOPE-TAG NOT = SPACES
               DISPLAY
                   '"title": "' FUNCTION TRIM(SITE-FEED-TITLE)
                   ' - tag: ' FUNCTION TRIM(WS-SCOPE-TAG) '",'
               END-DISPLAY
           ELSE
               IF WS-SCOPE-AUTHOR NOT = SPACES
                   DISPLAY
                       '"title": "' FUNCTION TRIM(SITE-FEED-TITLE)
                       ' - author: '
                       FUNCTION TRIM(WS-SCOPE-AUTHOR) '",'
                   END-DISPLAY
               ELSE
                   DISPLAY
                       '"title": "' FUNCTION TRIM(SITE-FEED-TITLE) '",'
                   END-DISPLAY
               END-IF
           END-IF.
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-SCOPE
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND IN-SCOPE
                               AND NOT CW-MATCHED
                           PERFORM EMIT-JSON-ITEM
                       END-IF
               END-READ
           DISPLAY
               '}'
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS
               STORY-KEYBOARD STORY-LICENCE STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       EXTRACT-SCOPE-PARAMS.
                   INTO WS-SCOPE-TAG
               END-UNSTRING
           END-IF.
      *    A TAG SINCE RENAMED OR MERGED, OR GIVEN AS A SYNONYM, IS
      *    SCOPED TO THE TAG IT NOW MEANS SO AN OLD SUBSCRIPTION
      *    KEEPS ITS STORIES.
           IF WS-SCOPE-TAG NOT = SPACES
               MOVE WS-SCOPE-TAG TO TGR-TAG
               CALL 'TAGRES' USING TAG-RESOLVE
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE TGR-TAG TO WS-SCOPE-TAG
           END-IF.
           MOVE SPACES TO WS-SCOPE-SCRAP WS-SCOPE-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'author='
               INTO WS-SCOPE-SCRAP WS-SCOPE-REST
                   MOVE 'N' TO WS-IN-SCOPE
               END-IF
           END-IF.
           IF IN-SCOPE AND SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'N' TO WS-IN-SCOPE
               END-IF
           END-IF.

       EMIT-JSON-ITEM.
           IF NOT IS-FIRST-ITEM
           END-DISPLAY.
           DISPLAY
               '"url": "' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(STORY-PROGRAM) '?via=feed",'
           END-DISPLAY.
           MOVE STORY-TITLE TO WS-JSON-IN.
           PERFORM ESCAPE-JSON-STRING.
           END-DISPLAY.

           COPY 'JSONESC.CPY'.
           COPY 'CWFILT.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM JSONFEED.
