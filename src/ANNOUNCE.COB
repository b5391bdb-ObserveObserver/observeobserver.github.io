       01  WS-OK-COUNT         PIC 9(4)    VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM LOAD-HUB-CONFIG.
           OPEN OUTPUT ANNOUNCE-LOG-FILE.
