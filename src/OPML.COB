      *    outline PER SITE) SO A FEED READER CAN IMPORT THE WHOLE
      *    BLOGROLL IN ONE GO. SAME COLLECT-THEN-RESCAN GROUPING AS
      *    LINKS.COB.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-CAT-IDX          PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-CURRENT-CAT      PIC X(30).
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'OPML' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '<?xml version="1.0" encoding="UTF-8"?>'
           DISPLAY
               '</body></opml>'
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-LINKS-RECORD.
           DISPLAY
               '</outline>'
           END-DISPLAY.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM OPML.
