      *    BODY LINE. PUBLISHING IS THEN FLIPPING THE DRAFT FLAG AND
      *    ASSIGNING A PROGRAM IN THE ADMIN EDITOR, NOT DATA ENTRY.
      *    EVERY ROW IS REPORTED AS created OR rejected WITH ITS
      *    REASON - NOTHING IS DROPPED QUIETLY. EACH LANDED BODY IS
      *    ENTERED IN data/WRITING-LOG.DAT (WRITELOG.CBL) AS AN
      *    import, WHICH THE WRITING GOALS DO NOT COUNT AS NEW WORK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-ROW-NUM          PIC 9(4)    VALUE 0.
       01  WS-CREATED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(4)    VALUE 0.
       01  WS-WLOG-SOURCE      PIC X(10)   VALUE 'import'.
       01  WS-WLOG-ADDED       PIC S9(7)   VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
           END-IF.
           IF WS-REASON = SPACES
               PERFORM APPEND-DRAFT-ROW
               CALL 'WRITELOG' USING WS-M-ID WS-WLOG-SOURCE
                   WS-WLOG-ADDED
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               ADD 1 TO WS-CREATED-COUNT
               IF WS-SID-COUNT < 300
                   ADD 1 TO WS-SID-COUNT
               END-IF
           END-IF.

      *    A DRAFT ROW IN THE FULL SEVENTEEN-COLUMN SHAPE - NO PROGRAM
      *    AND DRAFT=Y, SO NOTHING SERVES IT UNTIL IT IS DELIBERATELY
      *    PUBLISHED.
       APPEND-DRAFT-ROW.
                  WS-M-PUBDATE(1:8) DELIMITED BY SIZE
                  '||' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-TAGS) DELIMITED BY SIZE
                  '||Y|||||||||' DELIMITED BY SIZE
               INTO STORY-FILE-LINE
           END-STRING.
           OPEN EXTEND STORY-FILE.
