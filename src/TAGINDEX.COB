      *    LISTS STORIES GROUPED BY TAG (STORY-TAGS, A COMMA-LIST
      *    WITHIN EACH data/STORY.DAT RECORD) SO A READER CAN BROWSE
      *    BY THEME INSTEAD OF SCROLLING INDEX.COB TOP TO BOTTOM.
      *    EACH SECTION IS HEADED BY THE TAG'S DISPLAY NAME AND
      *    DESCRIPTION FROM data/TAGS.DAT (THE BARE TAG WHEN IT HAS
      *    NO MASTER ROW). ?tag=<TAG> SHOWS THAT ONE SECTION; THE TAG
      *    GOES THROUGH TAGRES.CBL FIRST, SO AN OLD LINK TO A TAG
      *    TAGFIX.COB HAS SINCE RENAMED OR MERGED LANDS ON THE TAG IT
      *    BECAME.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TAG-LIST.
               88  TAG-ALREADY-LISTED         VALUE 'Y'.
       01  WS-TAG-MATCHES      PIC X       VALUE 'N'.
               88  TAG-MATCHES                VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-TAG        PIC X(30)   VALUE SPACES.
       01  WS-SCOPE-SCRAP      PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-REST       PIC X(200)  VALUE SPACES.
       01  WS-SCOPE-FOUND      PIC X       VALUE 'N'.
               88  SCOPE-FOUND                VALUE 'Y'.
           COPY 'TAGRES.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'tags - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'tags'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
      *    STATIC PRE-RENDER PLUMBING - SEE STATICPG.CBL.
       01  WS-STATIC-PAGE      PIC X(20)   VALUE SPACES.
       01  WS-STATIC-SERVED    PIC X       VALUE 'N'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'TAGINDEX' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'tags - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
      *    THE PASSPHRASE-GATED asof=/key= PREVIEW MAY SWAP TODAY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    A stage=1 PREVIEW WITH THE SAME KEY READS data-staging/
      *    INSTEAD OF data/ (STAGEDIR.CBL) - READERS NEVER GET THERE.
           SET STG-READER TO TRUE.
           CALL 'STAGEDIR' USING STAGE-SWITCH
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    THE PRE-RENDERED COPY FROM THE LAST BUILD ANSWERS THE
      *    PLAIN REQUEST; ANY QUERY PARAMETER, OR A READER WITH
      *    CONTENT FILTERS, FALLS THROUGH TO THE FULL RENDER BELOW.
           PERFORM READ-CONTENT-FILTERS.
           MOVE 'tagindex' TO WS-STATIC-PAGE.
           MOVE 'N' TO WS-STATIC-SERVED.
           IF WS-CW-HIDE = SPACES
               CALL 'STATICPG' USING WS-STATIC-PAGE WS-STATIC-SERVED
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           IF WS-STATIC-SERVED = 'Y'
               SET RTM-REQUEST-END TO TRUE
               PERFORM MARK-RENDER-TIME
               GOBACK
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
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
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           PERFORM EXTRACT-SCOPE-TAG.
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM COLLECT-TAGS.
           MOVE 'N' TO WS-SCOPE-FOUND.
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
                   UNTIL WS-TAG-IDX > WS-TAG-COUNT
               IF WS-SCOPE-TAG = SPACES
                       OR WS-TAG-ENTRY(WS-TAG-IDX) = WS-SCOPE-TAG
                   SET SCOPE-FOUND TO TRUE
                   PERFORM EMIT-TAG-SECTION
               END-IF
           END-PERFORM.
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.
      *    A TAG NO PUBLISHED STORY CARRIES IS NOT ECHOED BACK - THE
      *    READER GETS A WAY TO THE FULL LIST INSTEAD.
           IF NOT SCOPE-FOUND AND WS-SCOPE-TAG NOT = SPACES
               DISPLAY
                   PARA CLOSE-PARA
                     'No stories carry that tag. '
                     LINK URL BECOMES QUOTE 'TAGINDEX.COB' QUOTE
                     CLOSE-LINK
                       'All tags'
                     END-LINK
                   END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
               END-BODY
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
      *    A STORY THE SITE BEING SERVED DOES NOT CARRY (ITS AUTHOR
      *    LIST IN data/SITES.DAT, SITEHOST.CBL) IS SKIPPED LIKE A
      *    DRAFT, AND ITS TAGS ARE NOT COUNTED.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'Y' TO STORY-DRAFT
                   MOVE SPACES TO STORY-TAGS
               END-IF
           END-IF.

       EXTRACT-SCOPE-TAG.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-SCOPE-SCRAP WS-SCOPE-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'tag='
               INTO WS-SCOPE-SCRAP WS-SCOPE-REST
           END-UNSTRING.
           IF WS-SCOPE-REST NOT = SPACES
               UNSTRING WS-SCOPE-REST DELIMITED BY '&'
                   INTO WS-SCOPE-TAG
               END-UNSTRING
           END-IF.
           IF WS-SCOPE-TAG NOT = SPACES
               MOVE WS-SCOPE-TAG TO TGR-TAG
               CALL 'TAGRES' USING TAG-RESOLVE
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE TGR-TAG TO WS-SCOPE-TAG
           END-IF.

       SPLIT-TAGS.
           MOVE SPACES TO WS-SPLIT-TAGS.

       EMIT-TAG-SECTION.
           MOVE WS-TAG-ENTRY(WS-TAG-IDX) TO WS-CURRENT-TAG.
      *    ONLY THE TAG'S OWN MASTER ROW NAMES IT - A TAG STILL ON A
      *    ROW THAT RESOLVES ELSEWHERE KEEPS ITS BARE NAME UNTIL
      *    TAGFIX.COB TIDIES THE ROW.
           MOVE WS-CURRENT-TAG TO TGR-TAG.
           SET TGR-UNKNOWN TO TRUE.
           CALL 'TAGRES' USING TAG-RESOLVE
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF NOT TGR-AS-GIVEN
               MOVE WS-CURRENT-TAG TO TGR-DISPLAY
               MOVE SPACES TO TGR-DESC
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'tagsection' CLOSE-DIV
                 H1 CLOSE-H1
                   FUNCTION TRIM(TGR-DISPLAY)
                 END-H1
           END-DISPLAY.
           IF TGR-DESC NOT = SPACES
               DISPLAY
                   PARA CLOSE-PARA
                     FUNCTION TRIM(TGR-DESC)
                   END-PARA
               END-DISPLAY
           END-IF.
      *    THE SCOPED FEED FOR JUST THIS THREAD OF THE CATALOGUE -
      *    CARRYING THE READER'S CONTENT FILTERS WHEN THEY HAVE ANY.
           IF WS-CW-HIDE = SPACES
               DISPLAY
                   LINK URL BECOMES QUOTE 'FEED.COB?tag='
                        FUNCTION TRIM(WS-CURRENT-TAG) QUOTE
                   CLOSE-LINK
                     '(feed)'
                   END-LINK
               END-DISPLAY
           ELSE
               DISPLAY
                   LINK URL BECOMES QUOTE 'FEED.COB?tag='
                        FUNCTION TRIM(WS-CURRENT-TAG)
                        '&amp;hide=' FUNCTION TRIM(WS-CW-HIDE) QUOTE
                   CLOSE-LINK
                     '(feed)'
                   END-LINK
               END-DISPLAY
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF
                       PERFORM PARSE-STORY-RECORD
                       PERFORM SPLIT-TAGS
                       PERFORM CHECK-TAG-MATCH
                       PERFORM CHECK-CONTENT-FILTER
                       IF TAG-MATCHES AND STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                           IF NOT CW-MATCHED
                               PERFORM EMIT-TAGGED-STORY
                           ELSE
                               IF CW-COLLAPSE
                                   PERFORM EMIT-CW-COLLAPSED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                 END-LINK
               END-DIV
           END-DISPLAY.

           COPY 'CWFILT.CPY'.
           COPY 'CWSTUB.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM TAGINDEX.
