      *    data/SERIES.DAT IN READING ORDER (TITLES AND LINKS RESOLVED
      *    AGAINST data/STORY.DAT); WITHOUT AN ID, LISTS EVERY SERIES.
      *    THE PER-STORY "PART N OF M" NAV LIVES IN STORY.CBL - THIS
      *    PAGE IS THE OVERVIEW IT LINKS BACK TO. ON A SITE THAT
      *    CARRIES ONLY SOME AUTHORS (data/SITES.DAT, SITEHOST.CBL) A
      *    SERIES WITH NO INSTALLMENT BY ONE OF THEM IS LEFT OFF, AND
      *    AN INSTALLMENT BY SOMEBODY ELSE READS AS UNPUBLISHED.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-LOOKUP-PROGRAM   PIC X(12).
       01  WS-IO-LINE          PIC X(2000).
       01  WS-IO-STATUS        PIC X(2)    VALUE '23'.
       01  WS-SERIES-ON-SITE   PIC X       VALUE 'Y'.
               88  SERIES-ON-SITE              VALUE 'Y'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'series - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'SERIES' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'series - ' DELIMITED BY SIZE
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
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-ID.
           IF WS-QUERY-STRING(1:3) = 'id='
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
                           SET SERIES-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-SERIES-RECORD
                           PERFORM CHECK-SERIES-ON-SITE
                           EVALUATE TRUE
                               WHEN NOT SERIES-ON-SITE
                                   CONTINUE
                               WHEN WS-WANTED-ID = SPACES
                                   PERFORM EMIT-SERIES-LISTING
                               WHEN FUNCTION TRIM(SERIES-ID) =
                                       FUNCTION TRIM(WS-WANTED-ID)
                                   PERFORM EMIT-SERIES-DETAIL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-SERIES-RECORD.
               INTO SERIES-ID SERIES-TITLE SERIES-MEMBERS
           END-UNSTRING.

      *    ANY ONE INSTALLMENT THE SITE CARRIES (PUBLISHED OR NOT)
      *    PUTS THE SERIES ON IT. THE PRIMARY SITE CARRIES THEM ALL.
       CHECK-SERIES-ON-SITE.
           MOVE 'Y' TO WS-SERIES-ON-SITE.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'N' TO WS-SERIES-ON-SITE
               PERFORM SPLIT-SERIES-MEMBERS
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                          OR SERIES-ON-SITE
                   MOVE WS-MEMBER-ID(WS-MEMBER-IDX) TO WS-LOOKUP-ID
                   PERFORM FIND-MEMBER-STORY
                   IF WS-IO-STATUS = '00' AND SITE-MEMBER
                       SET SERIES-ON-SITE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       SPLIT-SERIES-MEMBERS.
           MOVE SPACES TO WS-MEMBER-IDS.
           UNSTRING SERIES-MEMBERS DELIMITED BY ','
           CLOSE STORY-FILE.

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

       EMIT-SERIES-PART.
           DISPLAY
           DISPLAY
               END-DIV
           END-DISPLAY.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SERIES.
