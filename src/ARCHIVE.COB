      *    NEWEST-FIRST ORDER OF STORY.DAT THE SAME WAY STORY.CBL'S
      *    NEWER/OLDER NAV DOES, SO MONTH HEADINGS FALL OUT OF A
      *    SINGLE PASS PER YEAR INSTEAD OF A SORT.
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
       01  WS-YEAR-LIST.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'archive'.
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
           MOVE 'ARCHIVE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'archive - ' DELIMITED BY SIZE
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
           MOVE 'archive' TO WS-STATIC-PAGE.
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
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM COLLECT-YEARS.
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
               PERFORM EMIT-YEAR-SECTION
           END-PERFORM.
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.
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

       COLLECT-YEARS.
           OPEN INPUT STORY-FILE.
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND (CW-COLLAPSE OR NOT CW-MATCHED)
                           PERFORM ADD-YEAR-TALLY
                       END-IF
               END-READ
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND STORY-PUBDATE(1:4) = WS-CURRENT-YEAR
                               AND (CW-COLLAPSE OR NOT CW-MATCHED)
                           PERFORM EMIT-ARCHIVE-ENTRY
                       END-IF
               END-READ
                   END-DIV
               END-DISPLAY
           END-IF.
           IF CW-MATCHED
               PERFORM EMIT-CW-COLLAPSED
           ELSE
               PERFORM EMIT-ARCHIVE-STORY
           END-IF.

       EMIT-ARCHIVE-STORY.
           DISPLAY
               DIV LINEAGE BECOMES 'archivestory' CLOSE-DIV
           END-DISPLAY.
               WHEN 12 MOVE 'december'  TO WS-MONTH-NAME
               WHEN OTHER MOVE 'undated' TO WS-MONTH-NAME
           END-EVALUATE.

           COPY 'CWFILT.CPY'.
           COPY 'CWSTUB.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ARCHIVE.
