       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKEY.
      *    CONSOLE JOB - KEEPS THE NAMED WRITE KEYS IN data/
      *    API-KEYS.DAT THAT API.COB CHECKS EVERY POST AGAINST.
      *
      *        APIKEY issue <name> <scopes> [authors]
      *        APIKEY list
      *        APIKEY revoke <name>
      *
      *    SCOPES ARE A COMMA LIST OF read-only, draft-create,
      *    body-append AND meta-edit (read-only STANDS ALONE - IT IS
      *    THE KEY THAT WRITES NOTHING). AUTHORS IS A COMMA LIST OF
      *    IDS FROM data/AUTHORS.DAT; A KEY GIVEN THEM TOUCHES ONLY
      *    DRAFTS THAT NAME ONE OF THEM, AND ONE WITHOUT TOUCHES ANY
      *    DRAFT. THE SECRET IS DRAWN FROM /dev/urandom AND PRINTED
      *    ONCE, AT ISSUE - IT IS NOT SHOWN AGAIN. A NAME IS NEVER
      *    REUSED: REVOKE KEEPS THE ROW, MARKED revoked WITH THE
      *    STAMP, SO data/API-LOG.DAT ALWAYS NAMES ONE KEY AND API.COB
      *    CAN ANSWER THE OLD SECRET WITH "KEY REVOKED". LIST SHOWS
      *    EVERY KEY WITH ITS LAST WRITE CALL FROM THE LOG. THE KEYS
      *    FILE CHANGES UNDER FGUARD, AND EVERY ISSUE AND REVOKE IS
      *    AUDITED TO data/MODLOG.DAT AS stamp|apikey|VERB|NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIKEY-FILE ASSIGN TO "data/API-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIKEY-STATUS.
           SELECT APILOG-FILE ASSIGN TO "data/API-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APILOG-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "data/AUTHORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
           SELECT RANDOM-FILE ASSIGN TO "data/APIKEY.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANDOM-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'APIKEYFD.CPY'.
       FD  APILOG-FILE.
       01  APILOG-FILE-LINE    PIC X(200).
       FD  AUTHOR-FILE.
       01  AUTHOR-FILE-LINE    PIC X(300).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       FD  RANDOM-FILE.
       01  RANDOM-FILE-LINE    PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'APIKEYREC.CPY'.
       01  WS-APIKEY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-APILOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUTHOR-STATUS    PIC X(2)    VALUE '00'.
       01  WS-RANDOM-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUDIT-VERB       PIC X(8)    VALUE SPACES.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-ARG-VERB         PIC X(10)   VALUE SPACES.
       01  WS-ARG-NAME         PIC X(40)   VALUE SPACES.
       01  WS-ARG-SCOPES       PIC X(80)   VALUE SPACES.
       01  WS-ARG-AUTHORS      PIC X(40)   VALUE SPACES.
       01  WS-ARG-EXTRA        PIC X(40)   VALUE SPACES.
       01  WS-RANDOM-COMMAND   PIC X(100) VALUE
               'od -An -N16 -tx1 /dev/urandom | tr -d '' \n'' > data/API
      -        'KEY.LST 2>/dev/null'.
       01  WS-RANDOM-HEX       PIC X(80)   VALUE SPACES.
       01  WS-NEW-SECRET       PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ERROR            PIC X(70)   VALUE SPACES.
      *    THE WHOLE KEYS FILE, HELD WHILE A REVOKE REWRITES IT OR
      *    LIST MATCHES IT AGAINST THE LOG.
       01  WS-KEY-COUNT        PIC 9(3)    VALUE 0.
       01  WS-KEY-OVERFLOW     PIC 9(5)    VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY    OCCURS 200 TIMES.
               10  WS-KEY-LINE         PIC X(200).
               10  WS-KEY-NAME         PIC X(20).
               10  WS-KEY-LAST-USE     PIC X(14).
       01  WS-KX               PIC 9(3).
       01  WS-HIT              PIC 9(3)    VALUE 0.
      *    ONE LOG ROW, FOR THE LAST-USE COLUMN.
       01  WS-LOG-STAMP        PIC X(14).
       01  WS-LOG-ADDR         PIC X(40).
       01  WS-LOG-KEY          PIC X(20).
      *    COMMA-LIST WALKING FOR SCOPES AND AUTHORS.
       01  WS-LIST-PTR         PIC 9(3).
       01  WS-LIST-LEN         PIC 9(3).
       01  WS-LIST-ITEM        PIC X(20).
       01  WS-SCOPE-COUNT      PIC 9(2)    VALUE 0.
       01  WS-READ-ONLY        PIC X       VALUE 'N'.
               88  SCOPE-READ-ONLY             VALUE 'Y'.
       01  WS-AUTHOR-ID        PIC X(8).
       01  WS-AUTHOR-FOUND     PIC X       VALUE 'N'.
               88  AUTHOR-FOUND                VALUE 'Y'.
       01  WS-BAR-COUNT        PIC 9(3)    VALUE 0.
       01  WS-SHOW-LAST        PIC X(16).
       01  WS-COUNT-OUT        PIC Z(2)9.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-ARG-VERB WS-ARG-NAME WS-ARG-SCOPES
                    WS-ARG-AUTHORS WS-ARG-EXTRA
           END-UNSTRING.
           MOVE CURRENT-DATE TO WS-TIMESTAMP.
           EVALUATE TRIM(WS-ARG-VERB)
               WHEN 'issue'
                   PERFORM ISSUE-KEY
               WHEN 'list'
                   PERFORM LIST-KEYS
               WHEN 'revoke'
                   PERFORM REVOKE-KEY
               WHEN OTHER
                   DISPLAY 'apikey: usage - apikey issue <name> '
                       '<scopes> [authors] | apikey list | '
                       'apikey revoke <name>'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF WS-ERROR NOT = SPACES
               DISPLAY 'apikey: ' TRIM(WS-ERROR)
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       ISSUE-KEY.
           PERFORM CHECK-ISSUE-ARGS.
           IF WS-ERROR = SPACES
               PERFORM LOAD-KEYS
               PERFORM FIND-KEY-NAME
               IF WS-HIT > 0
                   MOVE 'that name is already used - revoked keys '
                       & 'keep their names' TO WS-ERROR
               END-IF
           END-IF.
           IF WS-ERROR = SPACES
               PERFORM GENERATE-SECRET
           END-IF.
           IF WS-ERROR = SPACES
               MOVE SPACES TO APIKEY-FILE-LINE
               STRING TRIM(WS-ARG-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(WS-NEW-SECRET) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(WS-ARG-SCOPES) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(WS-ARG-AUTHORS) DELIMITED BY SIZE
                      '|active|' DELIMITED BY SIZE
                      WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                   INTO APIKEY-FILE-LINE
               END-STRING
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN EXTEND APIKEY-FILE
               IF WS-APIKEY-STATUS NOT = '00'
                   OPEN OUTPUT APIKEY-FILE
               END-IF
               IF WS-APIKEY-STATUS = '00'
                   WRITE APIKEY-FILE-LINE
                   CLOSE APIKEY-FILE
                   MOVE 'issue' TO WS-AUDIT-VERB
                   PERFORM AUDIT-KEY-CHANGE
               ELSE
                   MOVE 'cannot write data/API-KEYS.DAT - no key issued'
                       TO WS-ERROR
               END-IF
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           IF WS-ERROR = SPACES
               DISPLAY 'apikey: issued ' TRIM(WS-ARG-NAME)
                   ' (' TRIM(WS-ARG-SCOPES) ')'
               DISPLAY 'apikey: secret: ' TRIM(WS-NEW-SECRET)
               DISPLAY 'apikey: it is not shown again - send it as '
                   'token= on each write'
           END-IF.

      *    THE NAME GOES INTO EVERY LOG ROW, SO IT STAYS ONE WORD
      *    WITH NO FIELD SEPARATOR IN IT.
       CHECK-ISSUE-ARGS.
           EVALUATE TRUE
               WHEN WS-ARG-NAME = SPACES OR WS-ARG-SCOPES = SPACES
                   MOVE 'issue needs a name and a scope list'
                       TO WS-ERROR
               WHEN WS-ARG-EXTRA NOT = SPACES
                   MOVE 'too many arguments - lists are comma-separated'
                       & ', no spaces' TO WS-ERROR
               WHEN LENGTH(TRIM(WS-ARG-NAME)) > 20
                   MOVE 'key name longer than 20' TO WS-ERROR
               WHEN TRIM(WS-ARG-NAME) = '-'
                   MOVE 'key name - is kept for unknown secrets'
                       TO WS-ERROR
               WHEN OTHER
                   MOVE 0 TO WS-BAR-COUNT
                   INSPECT WS-ARG-NAME TALLYING WS-BAR-COUNT
                       FOR ALL '|'
                   INSPECT WS-ARG-SCOPES TALLYING WS-BAR-COUNT
                       FOR ALL '|'
                   INSPECT WS-ARG-AUTHORS TALLYING WS-BAR-COUNT
                       FOR ALL '|'
                   IF WS-BAR-COUNT > 0
                       MOVE 'arguments cannot contain |' TO WS-ERROR
                   END-IF
           END-EVALUATE.
           IF WS-ERROR = SPACES
               PERFORM CHECK-SCOPE-LIST
           END-IF.
           IF WS-ERROR = SPACES AND WS-ARG-AUTHORS NOT = SPACES
               PERFORM CHECK-AUTHOR-LIST
           END-IF.

       CHECK-SCOPE-LIST.
           IF LENGTH(TRIM(WS-ARG-SCOPES)) > 60
               MOVE 'scope list longer than 60' TO WS-ERROR
           END-IF.
           MOVE 0 TO WS-SCOPE-COUNT.
           MOVE 'N' TO WS-READ-ONLY.
           MOVE 1 TO WS-LIST-PTR.
           MOVE LENGTH(TRIM(WS-ARG-SCOPES)) TO WS-LIST-LEN.
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
                   OR WS-ERROR NOT = SPACES
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-ARG-SCOPES DELIMITED BY ','
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               EVALUATE TRIM(WS-LIST-ITEM)
                   WHEN 'read-only'
                       SET SCOPE-READ-ONLY TO TRUE
                       ADD 1 TO WS-SCOPE-COUNT
                   WHEN 'draft-create'
                   WHEN 'body-append'
                   WHEN 'meta-edit'
                       ADD 1 TO WS-SCOPE-COUNT
                   WHEN OTHER
                       MOVE SPACES TO WS-ERROR
                       STRING 'unknown scope ' DELIMITED BY SIZE
                              TRIM(WS-LIST-ITEM) DELIMITED BY SIZE
                              ' - read-only, draft-create, '
                                  DELIMITED BY SIZE
                              'body-append, meta-edit'
                                  DELIMITED BY SIZE
                           INTO WS-ERROR
                       END-STRING
               END-EVALUATE
           END-PERFORM.
           IF WS-ERROR = SPACES AND SCOPE-READ-ONLY
                   AND WS-SCOPE-COUNT > 1
               MOVE 'read-only cannot be combined with a write scope'
                   TO WS-ERROR
           END-IF.

       CHECK-AUTHOR-LIST.
           IF LENGTH(TRIM(WS-ARG-AUTHORS)) > 30
               MOVE 'author list longer than 30' TO WS-ERROR
           END-IF.
           MOVE 1 TO WS-LIST-PTR.
           MOVE LENGTH(TRIM(WS-ARG-AUTHORS)) TO WS-LIST-LEN.
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
                   OR WS-ERROR NOT = SPACES
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-ARG-AUTHORS DELIMITED BY ','
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               PERFORM FIND-AUTHOR-ID
               IF NOT AUTHOR-FOUND
                   MOVE SPACES TO WS-ERROR
                   STRING 'no author ' DELIMITED BY SIZE
                          TRIM(WS-LIST-ITEM) DELIMITED BY SIZE
                          ' in data/AUTHORS.DAT' DELIMITED BY SIZE
                       INTO WS-ERROR
                   END-STRING
               END-IF
           END-PERFORM.

       FIND-AUTHOR-ID.
           MOVE 'N' TO WS-AUTHOR-FOUND WS-EOF.
           OPEN INPUT AUTHOR-FILE.
           IF WS-AUTHOR-STATUS = '00'
               PERFORM UNTIL FILE-EOF OR AUTHOR-FOUND
                   READ AUTHOR-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-AUTHOR-ID
                           UNSTRING AUTHOR-FILE-LINE DELIMITED BY '|'
                               INTO WS-AUTHOR-ID
                           END-UNSTRING
                           IF TRIM(WS-AUTHOR-ID) = TRIM(WS-LIST-ITEM)
                               SET AUTHOR-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHOR-FILE
           END-IF.

       GENERATE-SECRET.
           MOVE SPACES TO WS-RANDOM-HEX WS-NEW-SECRET.
           CALL 'SYSTEM' USING WS-RANDOM-COMMAND.
           OPEN INPUT RANDOM-FILE.
           IF WS-RANDOM-STATUS = '00'
               READ RANDOM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RANDOM-FILE-LINE TO WS-RANDOM-HEX
               END-READ
               CLOSE RANDOM-FILE
               OPEN OUTPUT RANDOM-FILE
               CLOSE RANDOM-FILE
           END-IF.
           IF LENGTH(TRIM(WS-RANDOM-HEX)) < 32
               MOVE 'cannot read /dev/urandom - no key issued'
                   TO WS-ERROR
           ELSE
               STRING 'k-' DELIMITED BY SIZE
                      WS-RANDOM-HEX(1:32) DELIMITED BY SIZE
                   INTO WS-NEW-SECRET
               END-STRING
           END-IF.

       LOAD-KEYS.
           MOVE 0 TO WS-KEY-COUNT WS-KEY-OVERFLOW.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT APIKEY-FILE.
           IF WS-APIKEY-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ APIKEY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF APIKEY-FILE-LINE NOT = SPACES
                               PERFORM KEEP-KEY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APIKEY-FILE
           END-IF.

       KEEP-KEY-LINE.
           IF WS-KEY-COUNT < 200
               ADD 1 TO WS-KEY-COUNT
               MOVE APIKEY-FILE-LINE TO WS-KEY-LINE(WS-KEY-COUNT)
               MOVE SPACES TO WS-KEY-NAME(WS-KEY-COUNT)
                   WS-KEY-LAST-USE(WS-KEY-COUNT)
               UNSTRING APIKEY-FILE-LINE DELIMITED BY '|'
                   INTO WS-KEY-NAME(WS-KEY-COUNT)
               END-UNSTRING
           ELSE
               ADD 1 TO WS-KEY-OVERFLOW
           END-IF.

       FIND-KEY-NAME.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-KEY-COUNT OR WS-HIT > 0
               IF TRIM(WS-KEY-NAME(WS-KX)) = TRIM(WS-ARG-NAME)
                   MOVE WS-KX TO WS-HIT
               END-IF
           END-PERFORM.

       LIST-KEYS.
           PERFORM LOAD-KEYS.
           IF WS-KEY-COUNT = 0
               DISPLAY 'apikey: no keys issued - writes are refused'
           ELSE
               PERFORM READ-LAST-USE
               DISPLAY 'NAME                 STATUS   SCOPES'
               DISPLAY '                     AUTHORS  ISSUED          '
                   'LAST WRITE'
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-KEY-COUNT
                   PERFORM SHOW-KEY
               END-PERFORM
               MOVE WS-KEY-COUNT TO WS-COUNT-OUT
               DISPLAY 'apikey: ' TRIM(WS-COUNT-OUT) ' key(s)'
           END-IF.
           IF WS-KEY-OVERFLOW > 0
               DISPLAY 'apikey: more than 200 keys - the rest are '
                   'not shown'
           END-IF.

      *    THE LOG IS APPENDED IN TIME ORDER, SO THE LAST ROW SEEN FOR
      *    A NAME IS ITS LATEST CALL.
       READ-LAST-USE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT APILOG-FILE.
           IF WS-APILOG-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ APILOG-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-STAMP WS-LOG-ADDR
                               WS-LOG-KEY
                           UNSTRING APILOG-FILE-LINE DELIMITED BY '|'
                               INTO WS-LOG-STAMP WS-LOG-ADDR
                                    WS-LOG-KEY
                           END-UNSTRING
                           MOVE WS-LOG-KEY TO WS-ARG-NAME
                           PERFORM FIND-KEY-NAME
                           IF WS-HIT > 0
                               MOVE WS-LOG-STAMP
                                   TO WS-KEY-LAST-USE(WS-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APILOG-FILE
           END-IF.

       SHOW-KEY.
           MOVE SPACES TO APIKEY-RECORD.
           UNSTRING WS-KEY-LINE(WS-KX) DELIMITED BY '|'
               INTO APIKEY-NAME APIKEY-SECRET APIKEY-SCOPES
                    APIKEY-AUTHORS APIKEY-STATUS APIKEY-ISSUED
                    APIKEY-REVOKED-AT
           END-UNSTRING.
           IF APIKEY-AUTHORS = SPACES
               MOVE 'any' TO APIKEY-AUTHORS
           END-IF.
           IF WS-KEY-LAST-USE(WS-KX) = SPACES
               MOVE 'never' TO WS-SHOW-LAST
           ELSE
               MOVE SPACES TO WS-SHOW-LAST
               STRING WS-KEY-LAST-USE(WS-KX)(1:8) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-KEY-LAST-USE(WS-KX)(9:4) DELIMITED BY SIZE
                   INTO WS-SHOW-LAST
               END-STRING
           END-IF.
           DISPLAY APIKEY-NAME ' ' APIKEY-STATUS ' '
               TRIM(APIKEY-SCOPES).
           IF APIKEY-REVOKED
               DISPLAY '                     ' APIKEY-AUTHORS(1:8)
                   ' ' APIKEY-ISSUED(1:8) ' ' APIKEY-ISSUED(9:4)
                   '   ' WS-SHOW-LAST ' (revoked '
                   APIKEY-REVOKED-AT(1:8) ')'
           ELSE
               DISPLAY '                     ' APIKEY-AUTHORS(1:8)
                   ' ' APIKEY-ISSUED(1:8) ' ' APIKEY-ISSUED(9:4)
                   '   ' WS-SHOW-LAST
           END-IF.

      *    THE ROW STAYS, MARKED revoked AND STAMPED - SEE THE TOP.
       REVOKE-KEY.
           IF WS-ARG-NAME = SPACES
               MOVE 'revoke needs a key name' TO WS-ERROR
           END-IF.
           IF WS-ERROR = SPACES
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM LOAD-KEYS
               PERFORM FIND-KEY-NAME
               EVALUATE TRUE
                   WHEN WS-KEY-OVERFLOW > 0
                       MOVE 'more than 200 keys - cannot rewrite '
                           & 'data/API-KEYS.DAT safely' TO WS-ERROR
                   WHEN WS-HIT = 0
                       MOVE SPACES TO WS-ERROR
                       STRING 'no key named ' DELIMITED BY SIZE
                              TRIM(WS-ARG-NAME) DELIMITED BY SIZE
                           INTO WS-ERROR
                       END-STRING
                   WHEN OTHER
                       PERFORM MARK-KEY-REVOKED
               END-EVALUATE
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       MARK-KEY-REVOKED.
           MOVE SPACES TO APIKEY-RECORD.
           UNSTRING WS-KEY-LINE(WS-HIT) DELIMITED BY '|'
               INTO APIKEY-NAME APIKEY-SECRET APIKEY-SCOPES
                    APIKEY-AUTHORS APIKEY-STATUS APIKEY-ISSUED
                    APIKEY-REVOKED-AT
           END-UNSTRING.
           IF APIKEY-REVOKED
               DISPLAY 'apikey: ' TRIM(APIKEY-NAME)
                   ' was already revoked on ' APIKEY-REVOKED-AT(1:8)
           ELSE
               MOVE SPACES TO WS-KEY-LINE(WS-HIT)
               STRING TRIM(APIKEY-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(APIKEY-SECRET) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(APIKEY-SCOPES) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(APIKEY-AUTHORS) DELIMITED BY SIZE
                      '|revoked|' DELIMITED BY SIZE
                      TRIM(APIKEY-ISSUED) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                   INTO WS-KEY-LINE(WS-HIT)
               END-STRING
               OPEN OUTPUT APIKEY-FILE
               IF WS-APIKEY-STATUS = '00'
                   PERFORM VARYING WS-KX FROM 1 BY 1
                           UNTIL WS-KX > WS-KEY-COUNT
                       MOVE WS-KEY-LINE(WS-KX) TO APIKEY-FILE-LINE
                       WRITE APIKEY-FILE-LINE
                   END-PERFORM
                   CLOSE APIKEY-FILE
                   MOVE 'revoke' TO WS-AUDIT-VERB
                   PERFORM AUDIT-KEY-CHANGE
                   DISPLAY 'apikey: ' TRIM(APIKEY-NAME)
                       ' revoked - its secret is now refused'
               ELSE
                   MOVE 'cannot write data/API-KEYS.DAT - nothing '
                       & 'revoked' TO WS-ERROR
               END-IF
           END-IF.

       AUDIT-KEY-CHANGE.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|apikey|' DELIMITED BY SIZE
                  TRIM(WS-AUDIT-VERB) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-ARG-NAME) DELIMITED BY SIZE
               INTO MODLOG-FILE-LINE
           END-STRING.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           END-IF.
           WRITE MODLOG-FILE-LINE.
           CLOSE MODLOG-FILE.
       END PROGRAM APIKEY.
