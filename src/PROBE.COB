               VALUE 'test -n "$(find data/HITS.DAT -mmin -60 2>/dev/n
      -    'ull)"'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           PERFORM READ-ALERT-ADDRESS.
           PERFORM LOAD-PROBE-STATE.
