      *    STORY CARRYING THEIR ID IN STORY-AUTHORS; WITHOUT AN ID,
      *    LISTS EVERYONE WHO WRITES HERE. THE BYLINES ON STORY.CBL
      *    LINK THROUGH TO THESE PAGES.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'AUTHOR' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'authors - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
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
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-AUTHOR-RECORD.
                   SET BY-THIS-AUTHOR TO TRUE
               END-IF
           END-PERFORM.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM AUTHOR.
