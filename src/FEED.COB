      *    THAT STORY-AUTHORS ID. THE TAG INDEX AND THE AUTHOR PAGES
      *    LINK THE SCOPED FEEDS, AND SINCE THIS IS THE LIVE CGI
      *    THEY ARE AS FRESH AS EVERY PUBLISH BY CONSTRUCTION.
      *    ANY OF THEM ALSO TAKES &hide=<CODE>.<CODE> - THE READER'S
      *    CONTENT-FILTER CATEGORIES (CWPREFS.COB HANDS OUT THE
      *    URL) - AND THEN LEAVES OUT EVERY STORY CARRYING ONE.
      *    EACH ITEM'S <link> CARRIES ?via=feed SO A VISIT FROM A
      *    FEED READER (THE AUDIENCE THE WEBSUB PING REACHES) IS
      *    TELLABLE IN CAMPRPT.COB; THE <guid> STAYS THE CLEAN URL SO
      *    NO READER SEES OLD ITEMS AS NEW. THE ?tag= GOES THROUGH
      *    TAGRES.CBL FIRST, SO A TAG TAGFIX.COB HAS SINCE RENAMED OR
      *    MERGED, OR A SYNONYM OF ONE, STILL SCOPES THE FEED.
      *    THE CHANNEL IS THAT OF THE SITE IT IS FETCHED FROM
      *    (SITEHOST.CBL): ITS FEED TITLE, ITS BASE URL IN EVERY LINK,
      *    AND ONLY THE STORIES ITS AUTHOR LIST CARRIES - scripts/
      *    sites.sh SNAPSHOTS EACH OTHER SITE'S FIREHOSE TO
      *    f/<HOST>/rss.xml THE WAY scripts/build.sh DOES f/rss.xml.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/rss+xml'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-MM               PIC 99.
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
           MOVE 'FEED' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM EXTRACT-SCOPE-PARAMS.
           PERFORM READ-CONTENT-FILTERS.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '<?xml version="1.0" encoding="UTF-8"?>'
           END-DISPLAY.
           IF WS-SCOPE-TAG NOT = SPACES
               DISPLAY
                   '<title>' FUNCTION TRIM(SITE-FEED-TITLE) ' - tag: '
                   FUNCTION TRIM(WS-SCOPE-TAG) '</title>'
               END-DISPLAY
           ELSE
               IF WS-SCOPE-AUTHOR NOT = SPACES
                   DISPLAY
                       '<title>' FUNCTION TRIM(SITE-FEED-TITLE)
                       ' - author: '
                       FUNCTION TRIM(WS-SCOPE-AUTHOR) '</title>'
                   END-DISPLAY
               ELSE
                   DISPLAY
                       '<title>' FUNCTION TRIM(SITE-FEED-TITLE)
                       '</title>'
                   END-DISPLAY
               END-IF
           END-IF.
               '<link>' FUNCTION TRIM(WS-BASE-URL) '</link>'
           END-DISPLAY.
           DISPLAY
               '<description>stories from ' FUNCTION TRIM(SITE-TITLE)
               '</description>'
           END-DISPLAY.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-SCOPE
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND IN-SCOPE
                               AND NOT CW-MATCHED
                           PERFORM EMIT-FEED-ITEM
                       END-IF
               END-READ
           DISPLAY
               '</channel></rss>'
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

       EMIT-FEED-ITEM.
           PERFORM FORMAT-RFC822-DATE.
           END-DISPLAY.
           DISPLAY
               '<link>' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(STORY-PROGRAM) '?via=feed</link>'
           END-DISPLAY.
           DISPLAY
               '<guid>' FUNCTION TRIM(WS-BASE-URL)
                  ' 00:00:00 GMT' DELIMITED BY SIZE
               INTO WS-RFC822-DATE
           END-STRING.

           COPY 'CWFILT.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM FEED.
