       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIDELOAD.
      *    BATCH JOB - (RE)BUILDS THE KEYED COPIES OF THE PER-STORY
      *    SIDE FILES (data/COMMENTS.IDX, data/REACTIONS.IDX,
      *    data/WEBMENTIONS.IDX, data/CROSSLINKS.IDX) FROM THEIR
      *    PIPE-DELIMITED FILES THROUGH SIDEIO.CBL. THE PROGRAMS THAT
      *    WRITE THOSE FILES KEEP THE COPIES CURRENT AS THEY GO; THIS
      *    RELOADS ALL FOUR FROM SCRATCH SO ANY DRIFT - A HAND EDIT,
      *    A WRITE MADE WHILE A COPY WAS MISSING - ENDS AT THE NEXT
      *    BUILD. RUN FROM scripts/build.sh AFTER BACKLINK.COB HAS
      *    REBUILT THE CROSSLINKS. A COPY THAT CANNOT BE MADE IS
      *    REPORTED AND SKIPPED; STORY.CBL SCANS THE PIPE-DELIMITED
      *    FILE WHEREVER A COPY IS MISSING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SIDE-LIST.
           05  PIC X(24)   VALUE 'data/COMMENTS.DAT'.
           05  PIC X(24)   VALUE 'data/REACTIONS.DAT'.
           05  PIC X(24)   VALUE 'data/WEBMENTIONS.DAT'.
           05  PIC X(24)   VALUE 'data/CROSSLINKS.DAT'.
       01  WS-SIDE-TABLE REDEFINES WS-SIDE-LIST.
           05  WS-SIDE-PATH        PIC X(24)   OCCURS 4 TIMES.
       01  WS-SIDE-IDX         PIC 9(2).
       01  WS-FAILED-COUNT     PIC 9(2)    VALUE 0.
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 4
               PERFORM LOAD-ONE-SIDE-FILE
           END-PERFORM.
           IF WS-FAILED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       LOAD-ONE-SIDE-FILE.
           MOVE 'L' TO SIX-ACTION.
           MOVE WS-SIDE-PATH(WS-SIDE-IDX) TO SIX-FILE.
           MOVE SPACES TO SIX-STORY SIX-LINE.
           MOVE '35' TO SIX-STATUS.
           MOVE 0 TO SIX-ROWS.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   MOVE '35' TO SIX-STATUS
           END-CALL.
           IF SIX-ROW
               DISPLAY 'sideload: ' FUNCTION TRIM(SIX-FILE) ' - '
                   SIX-ROWS ' row(s) keyed'
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'sideload: ' FUNCTION TRIM(SIX-FILE)
                   ' - no keyed copy made; story pages will scan it'
           END-IF.
       END PROGRAM SIDELOAD.
