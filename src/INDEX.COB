               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TODAY            PIC X(21).
       01  WS-TODAY-MMDD       PIC X(4).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
       01  WS-ON-THIS-DAY      PIC X       VALUE 'N'.
               88  ON-THIS-DAY                VALUE 'Y'.
       01  WS-HEAD-TITLE       PIC X(60)
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'stories'.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-MLOG-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MLOG-EOF         PIC X       VALUE 'N'.
               88  MLOG-EOF                    VALUE 'Y'.
       01  WS-STATIC-PAGE      PIC X(20)   VALUE SPACES.
       01  WS-STATIC-SERVED    PIC X       VALUE 'N'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SITE-TITLE TO WS-HEAD-TITLE.
           MOVE 'INDEX' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.
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
           ACCEPT WS-PAGE-QUERY FROM ENVIRONMENT 'QUERY_STRING'.
           ACCEPT WS-COOKIE FROM ENVIRONMENT 'HTTP_COOKIE'.
           PERFORM EXTRACT-VISIT-COOKIES.
           PERFORM EXTRACT-PAGE-PARAM.
           PERFORM READ-CONTENT-FILTERS.
           CALL 'COUNTER' USING WS-PAGE-ID WS-MILESTONE.
      *    THE VISIT MARKER RIDES OUT AS A HEADER BEFORE ANYTHING
      *    ELSE - NEXT TIME, TODAY IS "LAST TIME".
      *    FALLS THROUGH TO THE FULL RENDER BELOW.
      *    A RETURNING VISITOR (lastvisit COOKIE SET) GETS THE FULL
      *    RENDER SO THE NEW-SINCE BOX CAN GREET THEM - THE STATIC
      *    COPY ONLY ANSWERS THE ANONYMOUS FAST PATH. SO DOES A
      *    READER WITH CONTENT FILTERS - THE STATIC COPY HIDES
      *    NOTHING.
           MOVE 'index' TO WS-STATIC-PAGE.
           MOVE 'N' TO WS-STATIC-SERVED.
           IF WS-MILESTONE = 0 AND WS-LAST-VISIT = SPACES
                   AND WS-CW-HIDE = SPACES
               CALL 'STATICPG' USING WS-STATIC-PAGE
                   WS-STATIC-SERVED
                   ON EXCEPTION
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
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
      *    A FUTURE STORY-PUBDATE IS AN EMBARGO - THE ROW GOES LIVE
      *    BY ITSELF ONCE THE DATE ARRIVES, SO POSTS CAN BE QUEUED
      *    AHEAD OF TIME WITHOUT SITTING UP UNTIL MIDNIGHT. A STORY
      *    THE READER FILTERS OUT IN hide VIEW TAKES NO PLACE IN THE
      *    PAGING EITHER, SO EVERY PAGE STAYS FULL.
                       IF STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND (CW-COLLAPSE OR NOT CW-MATCHED)
                           ADD 1 TO WS-LIST-COUNT
                           IF WS-LIST-COUNT >= WS-WINDOW-START
                                   AND WS-LIST-COUNT <= WS-WINDOW-END
                               IF CW-MATCHED
                                   PERFORM EMIT-CW-COLLAPSED
                               ELSE
                                   PERFORM EMIT-STORY-LISTING
                               END-IF
                           END-IF
                       END-IF
               END-READ
                        SRCSET BECOMES
                            '"f/logo.png 1x, f/logo@2x.png 2x"'
                        ALT-ATTR BECOMES
                            QUOTE FUNCTION TRIM(SITE-TITLE) ' logo'
                            QUOTE CLOSE-IMAGE
                 END-MIDDLE
                 MIDDLE
                   LINK URL BECOMES '"https://github.com/ObserveObserver
                 END-MIDDLE
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-VISIT-COOKIES.
      *    WHATEVER THEY SAVED LAST - NO MORE SCANNING THE WHOLE
      *    INDEX TO WORK OUT WHAT'S NEW.
       EMIT-NEW-SINCE-BOX.
           MOVE 'new-since' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 0 TO WS-NEW-SHOWN.
           DISPLAY
               DIV LINEAGE BECOMES 'newsincebox' CLOSE-DIV
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-DRAFT NOT = 'Y'
                               AND STORY-PROGRAM NOT = SPACES
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND STORY-PUBDATE > WS-LAST-VISIT
                               AND NOT CW-MATCHED
                           ADD 1 TO WS-NEW-SHOWN
                           DISPLAY
                               DIV LINEAGE BECOMES 'newsinceitem'
           DISPLAY
               END-DIV
           END-DISPLAY.
           MOVE 'new-since' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-NEW-BLOG-POSTS.
           MOVE 'N' TO WS-BLOG-EOF.
           END-IF.

       EMIT-ON-THIS-DAY.
           MOVE 'on-this-day' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(5:4) TO WS-TODAY-MMDD.
           OPEN INPUT STORY-FILE.
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND NOT CW-MATCHED
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND STORY-PUBDATE(5:4) = WS-TODAY-MMDD
                               AND STORY-PUBDATE(1:4) NOT =
                   END-DIV
               END-DISPLAY
           END-IF.
           MOVE 'on-this-day' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-ON-THIS-DAY-ENTRY.
           IF NOT ON-THIS-DAY
           END-DISPLAY.

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
      *    A ROW THAT DOESN'T HOLD ITS COPYBOOK SHAPE IS DIVERTED TO
      *    THE QUARANTINE AND THEN BLANKED SO EVERY GATE BELOW SKIPS
               MOVE SPACES TO STORY-ID STORY-PROGRAM
               MOVE 'Y' TO STORY-DRAFT
           END-IF.
      *    A STORY THE SITE BEING SERVED DOES NOT CARRY (ITS AUTHOR
      *    LIST IN data/SITES.DAT, SITEHOST.CBL) IS SKIPPED LIKE A
      *    DRAFT.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'Y' TO STORY-DRAFT
               END-IF
           END-IF.

      *    PULLS page=N OUT OF THE QUERY STRING WHEREVER IT SITS -
      *    PAGE 1 WHEN ABSENT OR NONSENSE. TEN ENTRIES TO A PAGE
                   END-PARA
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
       END PROGRAM INDEX.
