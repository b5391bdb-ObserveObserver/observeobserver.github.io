      *    SHARED PARAGRAPH: THE READER'S LANGUAGE INTO WS-READER-LANG
      *    - THE sitelang COOKIE WHEN THE READER SET ONE (LANGPICK.COB,
      *    PERSISTING LIKE THE DARK-MODE CHOICE), OTHERWISE THE FIRST
      *    TWO LETTERS OF ACCEPT-LANGUAGE. ANYTHING BUT TWO LETTERS IS
      *    THROWN AWAY, SO THE ANSWER IS SAFE TO USE IN A FILE NAME OR
      *    STORE IN A '|' ROW. COPY INTO THE PROCEDURE DIVISION OF ANY
      *    PROGRAM THAT ALSO COPIES 'SITELANGWS.CPY' INTO
      *    WORKING-STORAGE.
       PICK-READER-LANGUAGE.
           MOVE SPACES TO WS-READER-LANG WS-RL-COOKIE
               WS-RL-ACCEPT-LANG.
           ACCEPT WS-RL-COOKIE FROM ENVIRONMENT 'HTTP_COOKIE'.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RL-COOKIE))
               TO WS-RL-COOKIE-LEN.
           IF WS-RL-COOKIE-LEN > 9
               PERFORM VARYING WS-RL-SCAN-POS FROM 1 BY 1
                       UNTIL WS-RL-SCAN-POS > WS-RL-COOKIE-LEN - 8
                   IF WS-RL-COOKIE(WS-RL-SCAN-POS:9) = 'sitelang='
                       MOVE WS-RL-COOKIE(WS-RL-SCAN-POS + 9:2)
                           TO WS-READER-LANG
                       MOVE WS-RL-COOKIE-LEN TO WS-RL-SCAN-POS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-READER-LANG = SPACES
               ACCEPT WS-RL-ACCEPT-LANG
                   FROM ENVIRONMENT 'HTTP_ACCEPT_LANGUAGE'
               MOVE WS-RL-ACCEPT-LANG(1:2) TO WS-READER-LANG
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-READER-LANG) TO WS-READER-LANG.
           IF WS-READER-LANG(1:1) < 'a' OR WS-READER-LANG(1:1) > 'z'
                   OR WS-READER-LANG(2:1) < 'a'
                   OR WS-READER-LANG(2:1) > 'z'
               MOVE SPACES TO WS-READER-LANG
           END-IF.
