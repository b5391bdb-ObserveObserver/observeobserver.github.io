      *    LAST - THE SUMMARY ROWS IN data/PLANET.DAT AND THE
      *    PER-SITE TITLE FILES UNDER data/PLANET/. NO FETCHING
      *    HAPPENS AT REQUEST TIME; A PAGE HIT COSTS FILE READS, NOT
      *    FORTY HTTP CALLS. EACH SITE'S LINK GOES BY WAY OF
      *    OUTLINK.COB, THE SAME AS ON THE LINKS PAGE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'URLENCWS.CPY'.
       01  WS-PLANET-STATUS    PIC X(2)    VALUE '00'.
       01  WS-SITE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-PLANET-EOF       PIC X       VALUE 'N'.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'PLANET' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'planet - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
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

       LOAD-SHELF.
           MOVE WS-SH-TITLE(WS-SHELF-IDX) TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-TITLE-SAFE.
           MOVE WS-SH-URL(WS-SHELF-IDX) TO WS-URLENC-IN.
           PERFORM ENCODE-URL-STRING.
           DISPLAY
               DIV LINEAGE BECOMES 'planetsite' CLOSE-DIV
                 LINK URL BECOMES QUOTE '/out?from=planet&to='
                      FUNCTION TRIM(WS-URLENC-OUT) QUOTE
                 CLOSE-LINK
                   BOLD
                     FUNCTION TRIM(WS-TITLE-SAFE)
           END-DISPLAY.

           COPY 'HTMLESC.CPY'.
           COPY 'URLENC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM PLANET.
