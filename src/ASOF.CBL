      *    FRONT PAGE USED TO BE NEXT FRIDAY. ANY PAGE THAT CALLS
      *    THIS WITH ITS TODAY-DATE GETS IT SWAPPED FOR THE DATE IN
      *    THE asof= QUERY PARAMETER - BUT ONLY WHEN THE key=
      *    PARAMETER IS A LIVE ADMIN SESSION TOKEN (ADMGATE.CBL - THE
      *    ADMIN MENU BUILDS THE LINK), SO READERS CANNOT PEEK AT
      *    EMBARGOED WORK BY GUESSING A URL AND THE PASSPHRASE ITSELF
      *    NEVER SITS IN A BROWSER'S HISTORY. EVERY KEY TRIED IS
      *    LOGGED AND COUNTS TOWARDS THE ADDRESS LOCKOUT THE SAME AS A
      *    LOGIN. NO PARAMETERS, A BAD DATE, OR A WRONG OR EXPIRED
      *    KEY ALL LEAVE THE REAL DATE UNTOUCHED. BATCH JOBS NEVER
      *    CALL THIS - ONLY THE RENDERING PAGES DO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-QUERY-STRING     PIC X(400)  VALUE SPACES.
       01  WS-SCRAP            PIC X(400)  VALUE SPACES.
       01  WS-ASOF-RAW         PIC X(20)   VALUE SPACES.
       01  WS-KEY-RAW          PIC X(60)   VALUE SPACES.
           COPY 'ADMGATE.CPY'.
       LINKAGE SECTION.
       01  LS-TODAY-DATE       PIC X(8).
       PROCEDURE DIVISION USING LS-TODAY-DATE.
           END-IF.
           IF WS-ASOF-RAW(1:8) IS NUMERIC
                   AND FUNCTION TRIM(WS-KEY-RAW) NOT = SPACES
               SET AGT-PREVIEW TO TRUE
               MOVE SPACES TO AGT-ADDR
               ACCEPT AGT-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'
               MOVE WS-KEY-RAW TO AGT-SECRET
               CALL 'ADMGATE' USING ADMIN-GATE
                   ON EXCEPTION
                       MOVE 'R' TO AGT-VERDICT
               END-CALL
               IF AGT-GRANTED
                   MOVE WS-ASOF-RAW(1:8) TO LS-TODAY-DATE
               END-IF
           END-IF.
       GOBACK.
       END PROGRAM ASOF.
