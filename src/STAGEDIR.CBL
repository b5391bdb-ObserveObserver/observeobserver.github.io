       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGEDIR.
      *    SHARED SUBPROGRAM - THE STAGING SWITCH. STAGE.COB BUILDS
      *    data-staging/ AS A WORKING COPY OF data/: REAL COPIES OF
      *    THE MASTERS LISTED IN data/STAGED.DAT, LINKS TO EVERY
      *    OTHER FILE, AND A data LINK BACK TO ITSELF - SO A PROGRAM
      *    WHOSE WORKING DIRECTORY IS data-staging/ OPENS THE STAGED
      *    STORY.DAT UNDER THE SAME "data/STORY.DAT" NAME AND EVERY
      *    LOG, COUNTER AND SESSION FILE STILL REACHES THE LIVE ONE.
      *    THIS CHANGES THE WORKING DIRECTORY WHEN, AND ONLY WHEN -
      *        A READER PAGE SEES stage=1 WITH A key= THAT ADMGATE.CBL
      *        PASSES ON THE PREVIEW CHANNEL (THE SAME LIVE SESSION
      *        TOKEN ASOF.CBL TAKES), OR
      *        AN EDITOR FINDS data/STAGE-MODE.DAT SAYING on.
      *    A READER WITHOUT THE KEY IS NEVER MOVED, WHATEVER THE
      *    CONFIGURATION SAYS, AND NOBODY IS MOVED INTO A TREE THAT
      *    IS NOT OPEN (NO data-staging/STAGE-BASE.DAT). CALL IT
      *    AFTER ASOF AND BEFORE THE FIRST DATA FILE IS OPENED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-FILE ASSIGN TO "data/STAGE-MODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT BASE-FILE ASSIGN TO "data-staging/STAGE-BASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODE-FILE.
       01  MODE-FILE-LINE      PIC X(40).
       FD  BASE-FILE.
       01  BASE-FILE-LINE      PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-MODE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BASE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MODE-WORD        PIC X(10)   VALUE SPACES.
       01  WS-QUERY-STRING     PIC X(400)  VALUE SPACES.
       01  WS-SCRAP            PIC X(400)  VALUE SPACES.
       01  WS-STAGE-RAW        PIC X(20)   VALUE SPACES.
       01  WS-KEY-RAW          PIC X(60)   VALUE SPACES.
       01  WS-STAGE-ROOT       PIC X(20)   VALUE 'data-staging'.
       01  WS-WANT-STAGE       PIC X       VALUE 'N'.
               88  WANT-STAGE                  VALUE 'Y'.
           COPY 'ADMGATE.CPY'.
       LINKAGE SECTION.
           COPY 'STAGEDIR.CPY'.
       PROCEDURE DIVISION USING STAGE-SWITCH.
           SET STG-LIVE TO TRUE.
           MOVE 'N' TO WS-WANT-STAGE.
           IF STG-EDITOR
               PERFORM READ-STAGE-MODE
           ELSE
               PERFORM READ-PREVIEW-KEY
           END-IF.
           IF WANT-STAGE
               PERFORM ENTER-STAGING
           END-IF.
           MOVE 0 TO RETURN-CODE.
       GOBACK.

       READ-STAGE-MODE.
           MOVE SPACES TO WS-MODE-WORD.
           OPEN INPUT MODE-FILE.
           IF WS-MODE-STATUS = '00'
               READ MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING MODE-FILE-LINE DELIMITED BY '|'
                           INTO WS-MODE-WORD
                       END-UNSTRING
               END-READ
               CLOSE MODE-FILE
           END-IF.
           IF LOWER-CASE(TRIM(WS-MODE-WORD)) = 'on'
               SET WANT-STAGE TO TRUE
           END-IF.

       READ-PREVIEW-KEY.
           MOVE SPACES TO WS-QUERY-STRING WS-STAGE-RAW WS-KEY-RAW.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-SCRAP.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'stage='
               INTO WS-SCRAP WS-STAGE-RAW
           END-UNSTRING.
           IF WS-STAGE-RAW NOT = SPACES
               UNSTRING WS-STAGE-RAW DELIMITED BY '&'
                   INTO WS-STAGE-RAW
               END-UNSTRING
           END-IF.
           MOVE SPACES TO WS-SCRAP.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'key='
               INTO WS-SCRAP WS-KEY-RAW
           END-UNSTRING.
           IF WS-KEY-RAW NOT = SPACES
               UNSTRING WS-KEY-RAW DELIMITED BY '&'
                   INTO WS-KEY-RAW
               END-UNSTRING
           END-IF.
           IF TRIM(WS-STAGE-RAW) = '1'
                   AND TRIM(WS-KEY-RAW) NOT = SPACES
               SET AGT-PREVIEW TO TRUE
               MOVE SPACES TO AGT-ADDR
               ACCEPT AGT-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'
               MOVE WS-KEY-RAW TO AGT-SECRET
               CALL 'ADMGATE' USING ADMIN-GATE
                   ON EXCEPTION
                       MOVE 'R' TO AGT-VERDICT
               END-CALL
               IF AGT-GRANTED
                   SET WANT-STAGE TO TRUE
               END-IF
           END-IF.

       ENTER-STAGING.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS = '00'
               CLOSE BASE-FILE
               CALL 'CBL_CHANGE_DIR' USING WS-STAGE-ROOT
                   ON EXCEPTION
                       MOVE 1 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE = 0
                   SET STG-STAGED TO TRUE
               END-IF
           END-IF.
       END PROGRAM STAGEDIR.
