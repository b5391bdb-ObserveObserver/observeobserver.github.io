      *    SHARED PARAGRAPHS: THE READER'S CONTENT FILTERS. COPY
      *    INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO
      *    COPIES 'CWFILTWS.CPY' AND 'STORYREC.CPY' INTO
      *    WORKING-STORAGE. PERFORM READ-CONTENT-FILTERS ONCE, THEN
      *    CHECK-CONTENT-FILTER PER STORY - CW-MATCHED SAYS THE
      *    READER ASKED NOT TO SEE IT, CW-COLLAPSE WHETHER A PAGE
      *    SHOWS CWSTUB.CPY'S ONE-LINE NOTE IN ITS PLACE OR LEAVES
      *    IT OUT. FEEDS AND THE RANDOM JUMP ALWAYS LEAVE IT OUT.
       READ-CONTENT-FILTERS.
           MOVE 'R' TO WS-CW-ACTION.
           CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
               STORY-CW-CATS WS-CW-RESULT WS-CW-LABEL
               ON EXCEPTION
                   MOVE SPACES TO WS-CW-HIDE
           END-CALL.
           MOVE 'N' TO WS-CW-RESULT.

       CHECK-CONTENT-FILTER.
           MOVE 'N' TO WS-CW-RESULT.
           IF WS-CW-HIDE NOT = SPACES AND STORY-CW-CATS NOT = SPACES
               MOVE 'M' TO WS-CW-ACTION
               CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
                   STORY-CW-CATS WS-CW-RESULT WS-CW-LABEL
                   ON EXCEPTION
                       MOVE 'N' TO WS-CW-RESULT
               END-CALL
           END-IF.
