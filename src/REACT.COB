      *    data/REACTIONS.DAT AND BOUNCES BACK TO THE STORY PAGE THE
      *    WAY DARKMODE.COB BOUNCES TO HTTP_REFERER. THE REACTION SET
      *    IS FIXED AND SMALL - felt, held, still - BECAUSE THE
      *    STORIES ARE EMOTIONAL WORK, NOT A LIKE BUTTON. THE ROW
      *    GOES INTO THE KEYED COPY (SIDEIO.CBL) UNDER THE SAME LOCK,
      *    SO THE COUNT ON THE PAGE THE READER RETURNS TO IS CURRENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-REFERER          PIC X(200).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           ACCEPT WS-REFERER FROM ENVIRONMENT 'HTTP_REFERER'.
           PERFORM EXTRACT-PARAMS.
           END-IF.
           WRITE REACTION-FILE-LINE.
           CLOSE REACTION-FILE.
           MOVE 'A' TO SIX-ACTION.
           MOVE 'data/REACTIONS.DAT' TO SIX-FILE.
           MOVE SPACES TO SIX-STORY.
           MOVE REACTION-FILE-LINE TO SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
