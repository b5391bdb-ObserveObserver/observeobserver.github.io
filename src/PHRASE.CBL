      *    BLANKS. THE LANGUAGE IS THE sitelang COOKIE WHEN THE
      *    READER SET ONE (LANGPICK.COB, PERSISTING LIKE THE
      *    DARK-MODE CHOICE), OTHERWISE THE FIRST TWO LETTERS OF
      *    ACCEPT-LANGUAGE - WORKED OUT BY SITELANG.CPY, WHICH
      *    SUBSCRIBE.COB SHARES TO FILE A NEW READER'S LANGUAGE. THE
      *    PHRASE FILE LOADS ONCE PER REQUEST AND STAYS IN
      *    WORKING-STORAGE ACROSS CALLS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-LOADED           PIC X       VALUE 'N'.
               88  LOADED                      VALUE 'Y'.
       01  WS-LANG             PIC X(2)    VALUE SPACES.
           COPY 'SITELANGWS.CPY'.
       01  WS-PH-COUNT         PIC 9(3)    VALUE 0.
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY         OCCURS 100 TIMES.
       GOBACK.

       PICK-LANGUAGE.
           PERFORM PICK-READER-LANGUAGE.
           MOVE WS-READER-LANG TO WS-LANG.

      *    ENGLISH NEEDS NO FILE - THE DEFAULTS ALREADY ARE ENGLISH.
       LOAD-PHRASE-FILE.
                   CLOSE PHRASE-FILE
               END-IF
           END-IF.

           COPY 'SITELANG.CPY'.
       END PROGRAM PHRASE.
