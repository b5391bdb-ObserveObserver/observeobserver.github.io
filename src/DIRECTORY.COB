      *    THE SITE DIRECTORY - THE WHOLE MAP ON ONE PAGE, FOR THE
      *    READER WHO FELL IN THROUGH A BROKEN LINK. EVERY CLEAN PATH
      *    FROM data/ROUTES.DAT WITH ITS ONE-LINE DESCRIPTION, THEN
      *    THE FULL PUBLISHED STORY LIST FROM data/STORY.DAT - ONLY
      *    THE STORIES THE SITE BEING SERVED CARRIES (SITEHOST.CBL).
      *    NOTFOUND.COB POINTS LOST VISITORS HERE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'directory - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'DIRECTORY' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'directory - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
      *    A stage=1 PREVIEW WITH A LIVE ADMIN KEY MAPS THE STAGED
      *    ROUTE TABLE (STAGEDIR.CBL) - READERS NEVER GET THERE.
           SET STG-READER TO TRUE.
           CALL 'STAGEDIR' USING STAGE-SWITCH
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
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
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EMIT-ROUTE-LIST.
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

       EMIT-STORY-LIST.
           OPEN INPUT STORY-FILE.
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM DIRECTORY.
