       01  WS-BOT-HITS         PIC 9(3)    VALUE 0.
       01  WS-SELF-HOST        PIC X(60).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM DERIVE-SELF-HOST.
           PERFORM TALLY-REFERRERS.
           DISPLAY 'top referring sites per page'.
