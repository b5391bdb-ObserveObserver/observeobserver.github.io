      *    LINKED THROUGH TO ITS OWN IMAGE.COB PAGE WHERE THE
      *    PREV/NEXT NAV LIVES. FIRST CONTENT USE OF THE DICTIONARY
      *    IMAGE TAG OUTSIDE THE FOOTER LOGO.
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
       01  WS-PAGE-ID          PIC X(20)   VALUE 'GALLERY'.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'gallery - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'gallery - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE 'GALLERY' TO RTM-PAGE.
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
               END-DIV
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

       EMIT-GALLERY-ENTRY.
           PERFORM PARSE-GALLERY-RECORD.
           PERFORM BUILD-IMAGE-SRCSET.
           DISPLAY
               DIV LINEAGE BECOMES 'galleryentry' CLOSE-DIV
                 LINK URL BECOMES QUOTE 'IMAGE.COB?id='
                 CLOSE-LINK
                   IMAGE SRC BECOMES QUOTE
                        FUNCTION TRIM(IMG-FILENAME) QUOTE
                        SRCSET BECOMES QUOTE
                        FUNCTION TRIM(WS-IMG-SRCSET) QUOTE
                        ALT-ATTR BECOMES QUOTE
                        FUNCTION TRIM(IMG-ALT) QUOTE
                   CLOSE-IMAGE
                 END-PARA
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
       END PROGRAM GALLERY.
