       01  WS-CURL-COMMAND     PIC X(800)  VALUE SPACES.
       01  WS-OUTCOME          PIC X(12)   VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM READ-CHECKPOINT.
