       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'blog'.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
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
           MOVE 'BLOG' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           CALL 'COUNTER' USING WS-PAGE-ID WS-MILESTONE.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
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

       PARSE-BLOG-RECORD.
                   END-PARA
                 END-DIV
           END-DISPLAY.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM BLOG.
