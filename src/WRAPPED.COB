       01  WS-LOOKUP-ID        PIC X(8).
       01  WS-LOOKUP-TITLE     PIC X(30).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM RESOLVE-YEAR.
           PERFORM COLLECT-YEAR-STORIES.
           PERFORM TALLY-YEAR-TRAFFIC.
