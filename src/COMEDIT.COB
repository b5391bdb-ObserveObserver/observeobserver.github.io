      *    AMENDMENT REMOVES IT TOO AND PUTS THE REVISED TEXT BACK
      *    THROUGH THE data/COMMENTS-PENDING.DAT MODERATION QUEUE LIKE
      *    ANY NEW COMMENT. THE LIVE FILE IS REWRITTEN THROUGH A KEEP
      *    FILE THE SAME WAY HITROLL.COB TRIMS THE HIT LOG, AND ITS
      *    KEYED COPY (SIDEIO.CBL) IS RELOADED FROM THE RESULT.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'COMEDIT' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'comment desk - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES
                          QUOTE FUNCTION TRIM(WS-HEAD-TITLE) QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-SUBMISSION.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE COMMENT-FILE.
           MOVE 'L' TO SIX-ACTION.
           MOVE 'data/COMMENTS.DAT' TO SIX-FILE.
           MOVE SPACES TO SIX-STORY SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE AMENDED TEXT KEEPS THE ORIGINAL NAME, STORY, ID,
      *    PARENT, TOKEN, AND NOTIFY ADDRESS, SO THE THREAD POSITION,
                  FUNCTION TRIM(COMMENT-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(COMMENT-NOTIFY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO PENDING-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM COMEDIT.
