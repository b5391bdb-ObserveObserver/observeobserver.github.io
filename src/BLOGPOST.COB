      *    FLOW THE STORIES HAVE - THE ROWS IN data/COMMENTS.DAT ARE
      *    KEYED BY BLOG-ID, AND THE ENTRYnn NAMESPACE CANNOT
      *    COLLIDE WITH THE SHORT STORY IDS.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY),
      *    AND THE HEAVIER PARAGRAPHS MARK THEIR OWN SHARE OF IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-WANTED-ID        PIC X(8).
       01  WS-PAGE-ID          PIC X(20).
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'blog - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
       01  WS-CMK-IN           PIC X(300)  VALUE SPACES.
       01  WS-CMK-OUT          PIC X(900)  VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'blog - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE 'BLOGPOST' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-ID.
           IF WS-QUERY-STRING(1:3) = 'id='
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(BLOG-TITLE) ' - '
                   FUNCTION TRIM(SITE-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE FUNCTION TRIM(BLOG-TITLE)
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-BLOG-RECORD.
               END-DIV
           END-DISPLAY.
       EMIT-COMMENTS.
           MOVE 'comments' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           DISPLAY
               DIV LINEAGE BECOMES 'comments' CLOSE-DIV
                 H1 CLOSE-H1
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"comment"' CLOSE-INPUT
               END-FORM
               PARA CLOSE-PARA
                 'what happens to what you leave here: '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
               END-PARA
               END-DIV
           END-DISPLAY.
           MOVE 'comments' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       LOAD-COMMENT-TABLE.
           MOVE 0 TO WS-CT-COUNT.
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"reply"' CLOSE-INPUT
               END-FORM
               PARA CLOSE-PARA
                 'what happens to what you leave here: '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
               END-PARA
           END-DISPLAY.

       RENDER-COMMENT-BODY.
           END-CALL.

           COPY 'HTMLESC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM BLOGPOST.
