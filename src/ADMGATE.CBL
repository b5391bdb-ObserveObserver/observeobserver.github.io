       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMGATE.
      *    SHARED ADMIN GATE - EVERY PLACE THAT TAKES THE ADMIN
      *    PASSPHRASE OR ONE OF ITS SESSIONS (ADMIN.COB'S LOGIN AND
      *    EVERY FORM AFTER IT, ASOF.CBL'S PREVIEW key=) ASKS HERE,
      *    SO THE RULES LIVE IN ONE PLACE (SEE ADMGATE.CPY):
      *    - EVERY ATTEMPT IS APPENDED TO data/ADMIN-ACCESS.DAT AS
      *      stamp|address|channel|outcome, OUTCOME ONE OF login,
      *      session, fail, expired, revoked OR locked.
      *    - FIVE FAILURES FROM ONE ADDRESS INSIDE TEN MINUTES LOCK
      *      THAT ADDRESS OUT FOR AN HOUR, RECORDED IN
      *      data/ADMIN-LOCKOUTS.DAT THE WAY RATELIM.CBL RECORDS
      *      FORM LOCKOUTS - A LOCKED ADDRESS IS REFUSED BEFORE ITS
      *      SECRET IS EVEN LOOKED AT, SO GUESSING STOPS PAYING.
      *    - A GOOD PASSPHRASE ON THE ADMIN CHANNEL ISSUES A SESSION
      *      TOKEN, GOOD FOR THIRTY MINUTES FROM LOGIN, KEPT IN
      *      data/ADMIN-SESSIONS.DAT AS token|address|issued|expires.
      *      THE TOKEN, NOT THE PASSPHRASE, IS WHAT THE PAGES CARRY
      *      FROM THEN ON. ISSUING ONE SWEEPS THE EXPIRED ROWS;
      *      ADMPASS.COB EMPTIES THE FILE WHEN IT ROTATES THE
      *      PASSPHRASE, WHICH IS WHAT "REVOKED" MEANS BELOW.
      *    TOKENS ARE 128 BITS FROM /dev/urandom. IF THAT CANNOT BE
      *    READ THE CLOCK IS SCRAMBLED THROUGH A PRIME AS
      *    COMMENTS.COB DOES FOR EDIT CODES - WEAKER, BUT THE
      *    THIRTY-MINUTE LIFE AND THE LOCKOUT STILL HOLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-FILE ASSIGN TO "data/ADMIN-PASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.
           SELECT ACCESS-FILE ASSIGN TO "data/ADMIN-ACCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "data/ADMIN-LOCKOUTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SESSION-FILE ASSIGN TO "data/ADMIN-SESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT TOKEN-FILE ASSIGN TO "data/ADMIN-TOKEN.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE.
       01  PASS-FILE-LINE      PIC X(60).
       FD  ACCESS-FILE.
       01  ACCESS-FILE-LINE    PIC X(100).
       FD  LOCKOUT-FILE.
       01  LOCKOUT-FILE-LINE   PIC X(60).
       FD  SESSION-FILE.
       01  SESSION-FILE-LINE   PIC X(120).
       FD  TOKEN-FILE.
       01  TOKEN-FILE-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PASS-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ACCESS-STATUS    PIC X(2)    VALUE '00'.
       01  WS-LOCK-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SESSION-STATUS   PIC X(2)    VALUE '00'.
       01  WS-TOKEN-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  INPUT-EOF                   VALUE 'Y'.
       01  WS-STORED-PASS      PIC X(60)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOW-STAMP        PIC X(14).
       01  WS-NOW-MINUTES      PIC 9(9).
       01  WS-EXPIRY-MINUTES   PIC 9(9).
       01  WS-EXPIRY-STAMP     PIC X(14).
       01  WS-EXPIRY-DATE      PIC 9(8).
       01  WS-EXPIRY-HH        PIC 9(2).
       01  WS-EXPIRY-MM        PIC 9(2).
       01  WS-ROW-STAMP        PIC X(14).
       01  WS-ROW-MINUTES      PIC 9(9).
       01  WS-ROW-ADDR         PIC X(40).
       01  WS-ROW-CHANNEL      PIC X(8).
       01  WS-ROW-OUTCOME      PIC X(8).
       01  WS-ROW-TOKEN        PIC X(40).
       01  WS-ROW-ISSUED       PIC X(14).
       01  WS-ROW-EXPIRES      PIC X(14).
       01  WS-CHANNEL-NAME     PIC X(8).
       01  WS-OUTCOME          PIC X(8).
       01  WS-FAIL-COUNT       PIC 9(4)    VALUE 0.
       01  WS-LOCKED           PIC X       VALUE 'N'.
               88  STILL-LOCKED                VALUE 'Y'.
       01  WS-SESSION-STATE    PIC X       VALUE 'N'.
               88  SESSION-NONE                VALUE 'N'.
               88  SESSION-LIVE                VALUE 'L'.
               88  SESSION-DEAD                VALUE 'D'.
       01  WS-GUARD-ACTION     PIC X.
      *    SESSIONS STILL LIVE WHEN A NEW ONE IS ISSUED - WRITTEN
      *    BACK WITH THE NEW ROW, EXPIRED ONES DROPPED.
       01  WS-KEEP-ROWS.
               05  WS-KEEP-ROW     OCCURS 50 TIMES PIC X(120).
       01  WS-KEEP-COUNT       PIC 9(3)    VALUE 0.
       01  WS-KEEP-IDX         PIC 9(3).
       01  WS-TOKEN-COMMAND    PIC X(100) VALUE
               'od -An -N16 -tx1 /dev/urandom | tr -d '' \n'' > data/ADM
      -        'IN-TOKEN.LST 2>/dev/null'.
       01  WS-TOKEN-HEX        PIC X(40).
       01  WS-TOKEN-NUM        PIC 9(8).
       LINKAGE SECTION.
           COPY 'ADMGATE.CPY'.
       PROCEDURE DIVISION USING ADMIN-GATE.
           MOVE 'R' TO AGT-VERDICT.
           MOVE SPACES TO AGT-TOKEN.
           IF TRIM(AGT-SECRET) = SPACES
               GOBACK
           END-IF.
           IF AGT-PREVIEW
               MOVE 'preview' TO WS-CHANNEL-NAME
           ELSE
               MOVE 'admin' TO WS-CHANNEL-NAME
           END-IF.
           MOVE CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-ROW-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-ROW-MINUTES TO WS-NOW-MINUTES.
           PERFORM CHECK-ACTIVE-LOCKOUT.
           IF STILL-LOCKED
               SET AGT-LOCKED TO TRUE
               MOVE 'locked' TO WS-OUTCOME
               PERFORM LOG-ATTEMPT
               GOBACK
           END-IF.
           PERFORM FIND-SESSION.
           EVALUATE TRUE
               WHEN SESSION-LIVE
                   SET AGT-GRANTED TO TRUE
                   MOVE AGT-SECRET TO AGT-TOKEN
                   MOVE 'session' TO WS-OUTCOME
               WHEN SESSION-DEAD
                   SET AGT-EXPIRED TO TRUE
                   MOVE 'expired' TO WS-OUTCOME
      *        A TOKEN-SHAPED SECRET NOBODY ISSUED IS ONE A ROTATION
      *        REVOKED - TELL THE ADMIN TO LOG IN AGAIN RATHER THAN
      *        COUNTING AN OPEN TAB TOWARDS THEIR OWN LOCKOUT.
               WHEN AGT-SECRET(1:2) = 's-'
                       AND LENGTH(TRIM(AGT-SECRET)) = 34
                   SET AGT-EXPIRED TO TRUE
                   MOVE 'revoked' TO WS-OUTCOME
               WHEN AGT-ADMIN
                   PERFORM READ-STORED-PASS
                   IF TRIM(WS-STORED-PASS) NOT = SPACES
                           AND TRIM(AGT-SECRET) = TRIM(WS-STORED-PASS)
                       PERFORM ISSUE-SESSION
                       SET AGT-GRANTED TO TRUE
                       MOVE 'login' TO WS-OUTCOME
                   ELSE
                       MOVE 'fail' TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE 'fail' TO WS-OUTCOME
           END-EVALUATE.
           PERFORM LOG-ATTEMPT.
           IF WS-OUTCOME = 'fail'
               PERFORM COUNT-RECENT-FAILURES
               IF WS-FAIL-COUNT >= 5
                   PERFORM RECORD-LOCKOUT
                   SET AGT-LOCKED TO TRUE
               END-IF
           END-IF.
       GOBACK.

       STAMP-TO-MINUTES.
           COMPUTE WS-ROW-MINUTES =
               INTEGER-OF-DATE(NUMVAL(WS-ROW-STAMP(1:8))) * 1440
               + NUMVAL(WS-ROW-STAMP(9:2)) * 60
               + NUMVAL(WS-ROW-STAMP(11:2)).

       CHECK-ACTIVE-LOCKOUT.
           MOVE 'N' TO WS-LOCKED WS-EOF.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCK-STATUS = '00'
               PERFORM UNTIL INPUT-EOF OR STILL-LOCKED
                   READ LOCKOUT-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-ADDR WS-ROW-STAMP
                           UNSTRING LOCKOUT-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-ROW-ADDR WS-ROW-STAMP
                           END-UNSTRING
                           IF TRIM(WS-ROW-ADDR) = TRIM(AGT-ADDR)
                                   AND WS-ROW-STAMP IS NUMERIC
                               PERFORM STAMP-TO-MINUTES
                               IF WS-NOW-MINUTES - WS-ROW-MINUTES
                                       < 60
                                   SET STILL-LOCKED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

       FIND-SESSION.
           MOVE 'N' TO WS-SESSION-STATE WS-EOF.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = '00'
               PERFORM UNTIL INPUT-EOF OR NOT SESSION-NONE
                   READ SESSION-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-TOKEN WS-ROW-ADDR
                               WS-ROW-ISSUED WS-ROW-EXPIRES
                           UNSTRING SESSION-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-ROW-TOKEN WS-ROW-ADDR
                                    WS-ROW-ISSUED WS-ROW-EXPIRES
                           END-UNSTRING
                           IF TRIM(WS-ROW-TOKEN) = TRIM(AGT-SECRET)
                               IF WS-ROW-EXPIRES > WS-NOW-STAMP
                                   SET SESSION-LIVE TO TRUE
                               ELSE
                                   SET SESSION-DEAD TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF.

       READ-STORED-PASS.
           MOVE SPACES TO WS-STORED-PASS.
           OPEN INPUT PASS-FILE.
           IF WS-PASS-STATUS = '00'
               READ PASS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PASS-FILE-LINE TO WS-STORED-PASS
               END-READ
               CLOSE PASS-FILE
           END-IF.

      *    THE WHOLE READ-SWEEP-REWRITE OF THE SESSION FILE RUNS
      *    UNDER THE LOCK, OR TWO LOGINS AT ONCE COULD EACH WRITE
      *    BACK A FILE WITHOUT THE OTHER'S TOKEN.
       ISSUE-SESSION.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM MAKE-TOKEN.
           COMPUTE WS-EXPIRY-MINUTES = WS-NOW-MINUTES + 30.
           COMPUTE WS-EXPIRY-DATE =
               DATE-OF-INTEGER(WS-EXPIRY-MINUTES / 1440).
           COMPUTE WS-EXPIRY-HH = MOD(WS-EXPIRY-MINUTES, 1440) / 60.
           COMPUTE WS-EXPIRY-MM = MOD(WS-EXPIRY-MINUTES, 60).
           MOVE SPACES TO WS-EXPIRY-STAMP.
           STRING WS-EXPIRY-DATE DELIMITED BY SIZE
                  WS-EXPIRY-HH DELIMITED BY SIZE
                  WS-EXPIRY-MM DELIMITED BY SIZE
                  WS-NOW-STAMP(13:2) DELIMITED BY SIZE
               INTO WS-EXPIRY-STAMP
           END-STRING.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = '00'
               PERFORM UNTIL INPUT-EOF
                   READ SESSION-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-TOKEN WS-ROW-ADDR
                               WS-ROW-ISSUED WS-ROW-EXPIRES
                           UNSTRING SESSION-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-ROW-TOKEN WS-ROW-ADDR
                                    WS-ROW-ISSUED WS-ROW-EXPIRES
                           END-UNSTRING
                           IF WS-ROW-EXPIRES > WS-NOW-STAMP
                                   AND WS-KEEP-COUNT < 50
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE SESSION-FILE-LINE
                                   TO WS-KEEP-ROW(WS-KEEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF.
           OPEN OUTPUT SESSION-FILE.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ROW(WS-KEEP-IDX) TO SESSION-FILE-LINE
               WRITE SESSION-FILE-LINE
           END-PERFORM.
           MOVE SPACES TO SESSION-FILE-LINE.
           STRING TRIM(AGT-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(AGT-ADDR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-EXPIRY-STAMP DELIMITED BY SIZE
               INTO SESSION-FILE-LINE
           END-STRING.
           WRITE SESSION-FILE-LINE.
           CLOSE SESSION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE SCRATCH FILE IS EMPTIED AS SOON AS IT IS READ - A
      *    LIVE TOKEN HAS NO BUSINESS SITTING IN data/.
       MAKE-TOKEN.
           MOVE SPACES TO WS-TOKEN-HEX.
           CALL 'SYSTEM' USING WS-TOKEN-COMMAND.
           OPEN INPUT TOKEN-FILE.
           IF WS-TOKEN-STATUS = '00'
               READ TOKEN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TOKEN-FILE-LINE TO WS-TOKEN-HEX
               END-READ
               CLOSE TOKEN-FILE
               OPEN OUTPUT TOKEN-FILE
               CLOSE TOKEN-FILE
           END-IF.
           IF LENGTH(TRIM(WS-TOKEN-HEX)) NOT = 32
               COMPUTE WS-TOKEN-NUM = MOD(
                   NUMVAL(WS-TIMESTAMP(7:10)) * 7919
                       + NUMVAL(WS-TIMESTAMP(18:4)),
                   99999989)
               MOVE SPACES TO WS-TOKEN-HEX
               STRING WS-TOKEN-NUM DELIMITED BY SIZE
                      WS-NOW-STAMP DELIMITED BY SIZE
                      WS-TIMESTAMP(15:2) DELIMITED BY SIZE
                      WS-TOKEN-NUM DELIMITED BY SIZE
                   INTO WS-TOKEN-HEX
               END-STRING
           END-IF.
           MOVE SPACES TO AGT-TOKEN.
           STRING 's-' DELIMITED BY SIZE
                  WS-TOKEN-HEX(1:32) DELIMITED BY SIZE
               INTO AGT-TOKEN
           END-STRING.

       LOG-ATTEMPT.
           MOVE SPACES TO ACCESS-FILE-LINE.
           STRING WS-NOW-STAMP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(AGT-ADDR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-CHANNEL-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-OUTCOME) DELIMITED BY SIZE
               INTO ACCESS-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND ACCESS-FILE.
           IF WS-ACCESS-STATUS NOT = '00'
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           WRITE ACCESS-FILE-LINE.
           CLOSE ACCESS-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    FAILURES ON EITHER CHANNEL COUNT - A GUESSER DOESN'T GET
      *    FIVE TRIES AT THE LOGIN AND FIVE MORE AT THE PREVIEW KEY.
       COUNT-RECENT-FAILURES.
           MOVE 0 TO WS-FAIL-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCESS-FILE.
           IF WS-ACCESS-STATUS = '00'
               PERFORM UNTIL INPUT-EOF
                   READ ACCESS-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-STAMP WS-ROW-ADDR
                               WS-ROW-CHANNEL WS-ROW-OUTCOME
                           UNSTRING ACCESS-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-ROW-STAMP WS-ROW-ADDR
                                    WS-ROW-CHANNEL WS-ROW-OUTCOME
                           END-UNSTRING
                           IF TRIM(WS-ROW-ADDR) = TRIM(AGT-ADDR)
                                   AND WS-ROW-OUTCOME = 'fail'
                                   AND WS-ROW-STAMP IS NUMERIC
                               PERFORM STAMP-TO-MINUTES
                               IF WS-NOW-MINUTES - WS-ROW-MINUTES
                                       <= 10
                                   ADD 1 TO WS-FAIL-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF.

       RECORD-LOCKOUT.
           MOVE SPACES TO LOCKOUT-FILE-LINE.
           STRING TRIM(AGT-ADDR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO LOCKOUT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND LOCKOUT-FILE.
           IF WS-LOCK-STATUS NOT = '00'
               OPEN OUTPUT LOCKOUT-FILE
           END-IF.
           WRITE LOCKOUT-FILE-LINE.
           CLOSE LOCKOUT-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ADMGATE.
