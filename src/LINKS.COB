      *    data/LINKS.DAT GROUPED BY CATEGORY (COLLECT-THEN-RESCAN,
      *    THE SAME SHAPE TAGINDEX.COB USES FOR TAGS) WITH THE LINE OF
      *    COMMENTARY UNDER EACH LINK. OPML.COB SERVES THE SAME FILE
      *    AS AN OPML DOCUMENT FOR FEED READERS. EVERY OUTBOUND LINK
      *    (AND ITS "(archived)" FALLBACK) GOES BY WAY OF
      *    OUTLINK.COB SO CLICKRPT.COB CAN SAY WHICH ONES READERS
      *    ACTUALLY FOLLOW.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'SITECFG.CPY'.
           COPY 'LINKSREC.CPY'.
           COPY 'LINKARCREC.CPY'.
           COPY 'URLENCWS.CPY'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  LINKS-EOF                   VALUE 'Y'.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'LINKS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'links - ' DELIMITED BY SIZE
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
               END-PARA
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-LINKS-RECORD.
           END-DISPLAY.

       EMIT-ONE-LINK.
           MOVE LINK-URL TO WS-URLENC-IN.
           PERFORM ENCODE-URL-STRING.
           DISPLAY
               DIV LINEAGE BECOMES 'linkentry' CLOSE-DIV
                 LINK URL BECOMES QUOTE '/out?from=links&to='
                      FUNCTION TRIM(WS-URLENC-OUT) QUOTE
                 CLOSE-LINK
                   FUNCTION TRIM(LINK-TITLE)
                 END-LINK
               END-IF
           END-PERFORM.
           IF WS-ARC-FOUND > 0
               MOVE WS-ARC-T-ARCHIVE(WS-ARC-FOUND) TO WS-URLENC-IN
               PERFORM ENCODE-URL-STRING
               DISPLAY
                   ' '
                   LINK URL BECOMES QUOTE '/out?from=links&to='
                        FUNCTION TRIM(WS-URLENC-OUT) QUOTE
                   CLOSE-LINK
                     '(archived)'
                   END-LINK
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

           COPY 'URLENC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM LINKS.
