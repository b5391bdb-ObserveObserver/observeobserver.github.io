      *    WAS ONE BIG WALL; THE SKETCHES NOW ALSO BELONG INSIDE THE
      *    STORIES THEY ILLUSTRATE, AND THIS IS WHERE EITHER SIDE OF
      *    THAT LINK LANDS.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY),
      *    AND THE HEAVIER PARAGRAPHS MARK THEIR OWN SHARE OF IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'GALREC.CPY'.
           COPY 'IMGSETWS.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-GAL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ALT-SAFE         PIC X(1800) VALUE SPACES.
       01  WS-PAGE-ID          PIC X(20)   VALUE SPACES.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'gallery - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
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
           MOVE 'IMGPAGE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
                 NL
                 CAPTION
                   FUNCTION TRIM(IMG-CAPTION)
                   ' - ' FUNCTION TRIM(SITE-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       FIND-GALLERY-ROW.
                       AT END
                           SET GAL-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO IMG-VARIANTS
                           UNSTRING GALLERY-FILE-LINE
                               DELIMITED BY '|'
                               INTO IMG-ID IMG-FILENAME
                                    IMG-CAPTION IMG-ALT IMG-DATE
                                    IMG-TAGS IMG-VARIANTS
                           END-UNSTRING
                           IF FUNCTION TRIM(IMG-ID) =
                                   FUNCTION TRIM(WS-WANTED-ID)
           MOVE IMG-ALT TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-ALT-SAFE.
           PERFORM BUILD-IMAGE-SRCSET.
           DISPLAY
               DIV LINEAGE BECOMES 'imgpage' CLOSE-DIV
                 H1 CLOSE-H1
                 END-H1
                 IMAGE SRC BECOMES QUOTE
                       FUNCTION TRIM(IMG-FILENAME) QUOTE
                       SRCSET BECOMES QUOTE
                       FUNCTION TRIM(WS-IMG-SRCSET) QUOTE
                       ALT-ATTR BECOMES QUOTE
                       FUNCTION TRIM(WS-ALT-SAFE) QUOTE
                 CLOSE-IMAGE
      *    WHOSE BODY CARRIES '@IMAGE <THIS-ID>' IS LISTED, SO THE
      *    SKETCH POINTS BACK AT THE STORIES IT ILLUSTRATES.
       EMIT-REFERENCING-STORIES.
           MOVE 'embeds' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 0 TO WS-REF-SHOWN.
           MOVE SPACES TO WS-NEEDLE.
           STRING '@IMAGE ' DELIMITED BY SIZE
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           MOVE 'embeds' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       CHECK-STORY-EMBEDS.
           MOVE 'N' TO WS-REF-FOUND WS-BODY-EOF.
           END-IF.

           COPY 'HTMLESC.CPY'.

           COPY 'IMGSET.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM IMGPAGE.
