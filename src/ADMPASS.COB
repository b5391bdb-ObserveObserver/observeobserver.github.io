       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMPASS.
      *    CONSOLE JOB - ROTATES THE ADMIN PASSPHRASE AND REVOKES
      *    EVERY LIVE ADMIN SESSION. WITH A PASSPHRASE ON THE COMMAND
      *    LINE (TWELVE CHARACTERS OR MORE, NO SPACES) THAT BECOMES
      *    THE NEW ONE; WITH NONE, A 24-CHARACTER ONE IS DRAWN FROM
      *    /dev/urandom AND PRINTED ONCE - THE SAFER HABIT, SINCE IT
      *    KEEPS THE PASSPHRASE OUT OF THE SHELL HISTORY. THE NEW
      *    PASSPHRASE REPLACES data/ADMIN-PASS.DAT, data/
      *    ADMIN-SESSIONS.DAT IS EMPTIED (ADMGATE.CBL THEN ANSWERS AN
      *    OLD TOKEN WITH "SIGN IN AGAIN"), AND THE ROTATION IS
      *    RECORDED IN data/ADMIN-ACCESS.DAT WITH THE LOGINS, SO THE
      *    AUDIT TRAIL SHOWS WHERE ONE PASSPHRASE ENDED. ALL THREE
      *    FILES CHANGE UNDER ONE FGUARD LOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-FILE ASSIGN TO "data/ADMIN-PASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.
           SELECT SESSION-FILE ASSIGN TO "data/ADMIN-SESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT ACCESS-FILE ASSIGN TO "data/ADMIN-ACCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.
           SELECT RANDOM-FILE ASSIGN TO "data/ADMPASS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANDOM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE.
       01  PASS-FILE-LINE      PIC X(60).
       FD  SESSION-FILE.
       01  SESSION-FILE-LINE   PIC X(120).
       FD  ACCESS-FILE.
       01  ACCESS-FILE-LINE    PIC X(100).
       FD  RANDOM-FILE.
       01  RANDOM-FILE-LINE    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PASS-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SESSION-STATUS   PIC X(2)    VALUE '00'.
       01  WS-ACCESS-STATUS    PIC X(2)    VALUE '00'.
       01  WS-RANDOM-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  SESSION-EOF                 VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-NEW-PASS         PIC X(60)   VALUE SPACES.
       01  WS-EXTRA-ARG        PIC X(60)   VALUE SPACES.
       01  WS-GENERATED        PIC X       VALUE 'N'.
               88  PASS-GENERATED              VALUE 'Y'.
       01  WS-RANDOM-COMMAND   PIC X(100) VALUE
               'od -An -N12 -tx1 /dev/urandom | tr -d '' \n'' > data/ADM
      -        'PASS.LST 2>/dev/null'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ROW-TOKEN        PIC X(40).
       01  WS-ROW-ADDR         PIC X(40).
       01  WS-ROW-ISSUED       PIC X(14).
       01  WS-ROW-EXPIRES      PIC X(14).
       01  WS-LIVE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-COUNT-OUT        PIC Z(3)9.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-NEW-PASS WS-EXTRA-ARG
           END-UNSTRING.
           IF WS-EXTRA-ARG NOT = SPACES
               DISPLAY 'admpass: a passphrase cannot contain spaces'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NEW-PASS = SPACES
               PERFORM GENERATE-PASSPHRASE
           END-IF.
           IF LENGTH(TRIM(WS-NEW-PASS)) < 12
               IF PASS-GENERATED
                   DISPLAY 'admpass: cannot read /dev/urandom - give '
                       'the new passphrase on the command line'
               ELSE
                   DISPLAY 'admpass: passphrase too short - twelve '
                       'characters or more'
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM WRITE-NEW-PASSPHRASE.
           IF WS-PASS-STATUS = '00'
               PERFORM REVOKE-SESSIONS
               PERFORM LOG-ROTATION
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-PASS-STATUS NOT = '00'
               DISPLAY 'admpass: cannot write data/ADMIN-PASS.DAT - '
                   'nothing changed'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-LIVE-COUNT TO WS-COUNT-OUT.
           DISPLAY 'admpass: passphrase rotated, '
               TRIM(WS-COUNT-OUT) ' live session(s) revoked'.
           IF PASS-GENERATED
               DISPLAY 'admpass: new passphrase: ' TRIM(WS-NEW-PASS)
           END-IF.
       GOBACK.

       GENERATE-PASSPHRASE.
           SET PASS-GENERATED TO TRUE.
           CALL 'SYSTEM' USING WS-RANDOM-COMMAND.
           OPEN INPUT RANDOM-FILE.
           IF WS-RANDOM-STATUS = '00'
               READ RANDOM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RANDOM-FILE-LINE TO WS-NEW-PASS
               END-READ
               CLOSE RANDOM-FILE
               OPEN OUTPUT RANDOM-FILE
               CLOSE RANDOM-FILE
           END-IF.

       WRITE-NEW-PASSPHRASE.
           OPEN OUTPUT PASS-FILE.
           IF WS-PASS-STATUS = '00'
               MOVE WS-NEW-PASS TO PASS-FILE-LINE
               WRITE PASS-FILE-LINE
               CLOSE PASS-FILE
           END-IF.

      *    COUNT WHAT WAS STILL LIVE, FOR THE MESSAGE, THEN EMPTY THE
      *    FILE - EXPIRED ROWS GO WITH THE LIVE ONES.
       REVOKE-SESSIONS.
           MOVE 0 TO WS-LIVE-COUNT.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = '00'
               PERFORM UNTIL SESSION-EOF
                   READ SESSION-FILE
                       AT END
                           SET SESSION-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-TOKEN WS-ROW-ADDR
                               WS-ROW-ISSUED WS-ROW-EXPIRES
                           UNSTRING SESSION-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-ROW-TOKEN WS-ROW-ADDR
                                    WS-ROW-ISSUED WS-ROW-EXPIRES
                           END-UNSTRING
                           IF WS-ROW-EXPIRES > WS-TIMESTAMP(1:14)
                               ADD 1 TO WS-LIVE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF.
           OPEN OUTPUT SESSION-FILE.
           CLOSE SESSION-FILE.

       LOG-ROTATION.
           MOVE SPACES TO ACCESS-FILE-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|console|console|rotate' DELIMITED BY SIZE
               INTO ACCESS-FILE-LINE
           END-STRING.
           OPEN EXTEND ACCESS-FILE.
           IF WS-ACCESS-STATUS NOT = '00'
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           WRITE ACCESS-FILE-LINE.
           CLOSE ACCESS-FILE.
       END PROGRAM ADMPASS.
