      *    SHARED PARAGRAPH: PERCENT-ENCODES WS-URLENC-IN INTO
      *    WS-URLENC-OUT SO A WHOLE URL CAN RIDE AS ONE QUERY-STRING
      *    VALUE - ITS OWN '?', '&', '=' AND '#' WOULD OTHERWISE BE
      *    READ AS PART OF THE OUTER QUERY. LETTERS, DIGITS AND
      *    - _ . ~ : / PASS THROUGH SO THE RESULT STAYS READABLE IN A
      *    STATUS BAR; EVERYTHING ELSE BECOMES %XX. THE MIRROR OF
      *    URLDEC.CPY, WHICH THE RECEIVING PROGRAM DECODES WITH. COPY
      *    INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO COPIES
      *    'URLENCWS.CPY' INTO WORKING-STORAGE.
       ENCODE-URL-STRING.
           MOVE SPACES TO WS-URLENC-OUT.
           MOVE 0 TO WS-URLENC-OUT-LEN.
           MOVE 0 TO WS-URLENC-LEN.
           IF WS-URLENC-IN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-URLENC-IN
                   TRAILING)) TO WS-URLENC-LEN
           END-IF.
           PERFORM VARYING WS-URLENC-I FROM 1 BY 1
                   UNTIL WS-URLENC-I > WS-URLENC-LEN
                       OR WS-URLENC-OUT-LEN > 657
               MOVE WS-URLENC-IN(WS-URLENC-I:1) TO WS-URLENC-CH
               IF (WS-URLENC-CH >= 'A' AND WS-URLENC-CH <= 'Z')
                       OR (WS-URLENC-CH >= 'a' AND WS-URLENC-CH <= 'z')
                       OR (WS-URLENC-CH >= '0' AND WS-URLENC-CH <= '9')
                       OR WS-URLENC-CH = '-' OR WS-URLENC-CH = '_'
                       OR WS-URLENC-CH = '.' OR WS-URLENC-CH = '~'
                       OR WS-URLENC-CH = ':' OR WS-URLENC-CH = '/'
                   ADD 1 TO WS-URLENC-OUT-LEN
                   MOVE WS-URLENC-CH
                       TO WS-URLENC-OUT(WS-URLENC-OUT-LEN:1)
               ELSE
                   COMPUTE WS-URLENC-BYTE =
                       FUNCTION ORD(WS-URLENC-CH) - 1
                   DIVIDE WS-URLENC-BYTE BY 16 GIVING WS-URLENC-HI
                       REMAINDER WS-URLENC-LO
                   MOVE '%' TO WS-URLENC-OUT(WS-URLENC-OUT-LEN + 1:1)
                   MOVE WS-URLENC-HEX(WS-URLENC-HI + 1:1)
                       TO WS-URLENC-OUT(WS-URLENC-OUT-LEN + 2:1)
                   MOVE WS-URLENC-HEX(WS-URLENC-LO + 1:1)
                       TO WS-URLENC-OUT(WS-URLENC-OUT-LEN + 3:1)
                   ADD 3 TO WS-URLENC-OUT-LEN
               END-IF
           END-PERFORM.
