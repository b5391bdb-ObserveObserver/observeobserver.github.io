      *    THE SAME WAY STORY.CBL'S NEWER/OLDER NAV LEANS ON
      *    STORY.DAT ORDER. NOTE THE PROGRAM-ID IS IMAGE-PAGE - THE
      *    BARE WORD IMAGE IS ALREADY THE IMG TAG IN DICTIONARY.CPY.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'GALREC.CPY'.
           COPY 'IMGSETWS.CPY'.
       01  WS-GALLERY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  GALLERY-EOF                 VALUE 'Y'.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'IMAGE-PAGE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'gallery - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-ID.
           IF WS-QUERY-STRING(1:3) = 'id='
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-GALLERY-RECORD.
           MOVE SPACES TO IMG-VARIANTS.
           UNSTRING GALLERY-FILE-LINE DELIMITED BY '|'
               INTO IMG-ID IMG-FILENAME IMG-CAPTION IMG-ALT
                    IMG-DATE IMG-TAGS IMG-VARIANTS
           END-UNSTRING.

      *    FILE ORDER IS NEWEST FIRST: THE ROW READ JUST BEFORE THE
           MOVE 'N' TO WS-EOF.

       EMIT-IMAGE-PAGE.
           PERFORM BUILD-IMAGE-SRCSET.
           DISPLAY
               DIV LINEAGE BECOMES 'imagepage' CLOSE-DIV
                 IMAGE SRC BECOMES QUOTE
                      FUNCTION TRIM(IMG-FILENAME) QUOTE
                      SRCSET BECOMES QUOTE
                      FUNCTION TRIM(WS-IMG-SRCSET) QUOTE
                      ALT-ATTR BECOMES QUOTE
                      FUNCTION TRIM(IMG-ALT) QUOTE
                 CLOSE-IMAGE
                 END-LINK
               END-DIV
           END-DISPLAY.

           COPY 'IMGSET.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM IMAGE-PAGE.
