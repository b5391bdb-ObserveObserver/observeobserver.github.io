       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLOG.
      *    SHARED SUBPROGRAM - APPENDS ONE ROW TO THE SUBSCRIBER EVENT
      *    LOG, data/SUBEVENTS.DAT (DATE|EVENT|TOKEN|STATE|DETAIL -
      *    SEE SUBEVREC.CPY). data/SUBSCRIBERS.DAT ONLY EVER SHOWS THE
      *    LIST AS IT STANDS; EVERY PROGRAM THAT ADDS, FLIPS OR DROPS
      *    A ROW CALLS HERE WITH A FILLED SUBSCRIBER-EVENT SO THE
      *    LIST'S HISTORY SURVIVES, AND SUBGROW.COB READS THE RESULT.
      *    A BLANK DATE MEANS TODAY; A BLANK EVENT POSTS NOTHING; A
      *    BLANK TOKEN IS WRITTEN AS '-'. THE DETAIL IS SCRUBBED OF
      *    '|' SO A CALLER'S FREE TEXT CANNOT SPLIT THE ROW. THE
      *    APPEND IS BRACKETED BY FGUARD LIKE EVERY OTHER SHARED data/
      *    FILE - WHICH IS WHY A CALLER THAT REWRITES THE SUBSCRIBER
      *    FILE UNDER THE LOCK CALLS HERE ONLY AFTER LETTING IT GO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-EVENT-FILE ASSIGN TO "data/SUBEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SUBEVFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ERR-PROGRAM      PIC X(12)   VALUE 'SUBLOG'.
       01  WS-ERR-OPERATION    PIC X(30)
               VALUE 'OPEN data/SUBEVENTS.DAT'.
       LINKAGE SECTION.
           COPY 'SUBEVREC.CPY'.
       PROCEDURE DIVISION USING SUBSCRIBER-EVENT.
           IF FUNCTION TRIM(SEV-EVENT) = SPACES
               GOBACK
           END-IF.
           IF FUNCTION TRIM(SEV-DATE) = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO SEV-DATE
           END-IF.
           IF FUNCTION TRIM(SEV-TOKEN) = SPACES
               MOVE '-' TO SEV-TOKEN
           END-IF.
           MOVE FUNCTION LOWER-CASE(SEV-EVENT) TO SEV-EVENT.
           INSPECT SEV-DETAIL REPLACING ALL '|' BY ' '.
           INSPECT SEV-TOKEN REPLACING ALL '|' BY ' '.
           MOVE SPACES TO SUBSCRIBER-EVENT-LINE.
           STRING SEV-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SEV-EVENT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SEV-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SEV-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SEV-DETAIL) DELIMITED BY SIZE
               INTO SUBSCRIBER-EVENT-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND SUBSCRIBER-EVENT-FILE.
           IF WS-EVENT-STATUS NOT = '00'
               OPEN OUTPUT SUBSCRIBER-EVENT-FILE
           END-IF.
           IF WS-EVENT-STATUS = '00'
               WRITE SUBSCRIBER-EVENT-LINE
               CLOSE SUBSCRIBER-EVENT-FILE
           ELSE
               CALL 'ERRLOG' USING WS-ERR-PROGRAM WS-ERR-OPERATION
                   WS-EVENT-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       GOBACK.
       END PROGRAM SUBLOG.
