       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT.
      *    SHARED SUBPROGRAM - APPENDS ONE ROW TO THE CONSENT
      *    REGISTER, data/CONSENT.DAT (DATE|ADDRESS|VERSION|PURPOSE -
      *    SEE CONSREC.CPY). EVERY FORM THAT TAKES AN ADDRESS CALLS
      *    HERE ONCE THE ADDRESS IS SAFELY STORED, WITH THE ADDRESS
      *    AND ITS PURPOSE FILLED IN. THE VERSION IS THE PRIVACY
      *    NOTICE IN FORCE TODAY - THE HIGHEST ROW OF data/PRIVACY.DAT
      *    WHOSE EFFECTIVE DATE HAS ARRIVED, 0000 WHILE NONE HAS - AND
      *    COMES BACK IN CONSENT-VERSION SO A CALLER CAN SAY WHICH
      *    NOTICE IT RECORDED. A BLANK ADDRESS POSTS NOTHING BUT STILL
      *    GETS THE VERSION. '|' IS SCRUBBED OUT OF THE ADDRESS AND
      *    THE PURPOSE SO A READER'S TYPING CANNOT SPLIT THE ROW. THE
      *    APPEND IS BRACKETED BY FGUARD, SO - EXACTLY AS WITH
      *    SUBLOG.CBL - A CALLER HOLDING THE LOCK CALLS HERE ONLY
      *    AFTER LETTING IT GO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "data/CONSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT PRIVACY-FILE ASSIGN TO "data/PRIVACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVACY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'CONSFD.CPY'.
           COPY 'PRIVFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'PRIVREC.CPY'.
       01  WS-CONSENT-STATUS   PIC X(2)    VALUE '00'.
       01  WS-PRIVACY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-PRIVACY-EOF      PIC X       VALUE 'N'.
               88  PRIVACY-EOF                 VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ERR-PROGRAM      PIC X(12)   VALUE 'CONSENT'.
       01  WS-ERR-OPERATION    PIC X(30)
               VALUE 'OPEN data/CONSENT.DAT'.
       LINKAGE SECTION.
           COPY 'CONSREC.CPY'.
       PROCEDURE DIVISION USING CONSENT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO CONSENT-DATE.
           PERFORM FIND-VERSION-IN-FORCE.
           IF FUNCTION TRIM(CONSENT-ADDRESS) = SPACES
               GOBACK
           END-IF.
           INSPECT CONSENT-ADDRESS REPLACING ALL '|' BY ' '.
           INSPECT CONSENT-PURPOSE REPLACING ALL '|' BY ' '.
           MOVE FUNCTION LOWER-CASE(CONSENT-PURPOSE)
               TO CONSENT-PURPOSE.
           MOVE SPACES TO CONSENT-FILE-LINE.
           STRING CONSENT-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(CONSENT-ADDRESS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  CONSENT-VERSION DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(CONSENT-PURPOSE) DELIMITED BY SIZE
               INTO CONSENT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND CONSENT-FILE.
           IF WS-CONSENT-STATUS NOT = '00'
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           IF WS-CONSENT-STATUS = '00'
               WRITE CONSENT-FILE-LINE
               CLOSE CONSENT-FILE
           ELSE
               CALL 'ERRLOG' USING WS-ERR-PROGRAM WS-ERR-OPERATION
                   WS-CONSENT-STATUS
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

       FIND-VERSION-IN-FORCE.
           MOVE 0 TO CONSENT-VERSION.
           MOVE 'N' TO WS-PRIVACY-EOF.
           OPEN INPUT PRIVACY-FILE.
           IF WS-PRIVACY-STATUS = '00'
               PERFORM UNTIL PRIVACY-EOF
                   READ PRIVACY-FILE
                       AT END
                           SET PRIVACY-EOF TO TRUE
                       NOT AT END
                           MOVE 0 TO PRIVACY-VERSION
                           MOVE SPACES TO PRIVACY-EFFECTIVE
                           UNSTRING PRIVACY-FILE-LINE
                               DELIMITED BY '|'
                               INTO PRIVACY-VERSION PRIVACY-EFFECTIVE
                           END-UNSTRING
                           IF PRIVACY-EFFECTIVE NOT = SPACES
                                   AND PRIVACY-EFFECTIVE
                                       <= WS-TODAY-DATE
                                   AND PRIVACY-VERSION
                                       > CONSENT-VERSION
                               MOVE PRIVACY-VERSION TO CONSENT-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIVACY-FILE
           END-IF.
       END PROGRAM CONSENT.
