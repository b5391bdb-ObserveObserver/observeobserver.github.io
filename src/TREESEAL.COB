       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREESEAL.
      *    SCHEDULED JOB - TAMPER DETECTION FOR THE DEPLOYED TREE.
      *    ONCE scripts/build.sh HAS COMPILED INTO cgi-bin/ NOTHING
      *    USED TO NOTICE A BINARY OR A MASTER FILE CHANGING OUTSIDE A
      *    BUILD. TWO MODES:
      *
      *        TREESEAL seal [web root]    - RUN BY build.sh, LAST
      *        TREESEAL [verify] [web root] - RUN HOURLY FROM CRON
      *
      *    THE SEAL IS data/SEAL-MANIFEST.DAT - A HEADER ROW
      *    sealed|STAMP|FILES, THEN path|sha256|reason FOR EVERY FILE
      *    UNDER THE WEB ROOT (DEFAULT cgi-bin) AND EVERY DATA FILE
      *    LISTED IN data/SEALED.DAT (path|reason), SHA-256 FROM
      *    sha256sum OVER THE LIST LEFT IN data/TREESEAL-FILES.LST.
      *    THE MANIFEST IS SIGNED WITH data/SEAL-PRIVATE.PEM INTO
      *    data/SEAL-MANIFEST.SIG (build.sh MAKES THE KEY PAIR ONCE,
      *    THE WAY IT MAKES THE FEDIVERSE ONE) AND CHECKED AGAINST
      *    data/SEAL-PUBLIC.PEM, SO AN EDITED MANIFEST IS ITSELF A
      *    FINDING.
      *    VERIFY RE-SUMS THE SAME FILES (PLUS ANY NEW ONE UNDER THE
      *    WEB ROOT, AND EVERY PATH THE MANIFEST NAMES) AND SORTS EACH
      *    DIFFERENCE - CHANGED, MISSING OR ADDED - INTO EXPECTED OR
      *    UNEXPLAINED BY ITS REASON CODE AND THE AUDIT TRAILS SINCE
      *    THE SEAL STAMP:
      *        story - data/STORY-HISTORY.DAT (STORYHIST.COB), AN
      *                admin-story ROW IN data/MODLOG.DAT (ADMIN.COB)
      *                OR AN ok draft/meta ROW IN data/API-LOG.DAT
      *        pass  - A rotate ROW IN data/ADMIN-ACCESS.DAT (ADMPASS)
      *        keys  - AN apikey ROW IN data/MODLOG.DAT (APIKEY.COB)
      *    AND, WHATEVER THE REASON CODE, A stage promote OR rollback
      *    ROW IN data/MODLOG.DAT NAMING THE FILE (STAGE.COB), OR A
      *    tagfix ROW NAMING IT (TAGFIX.COB). A
      *    STAGED EDIT (stage-edit, OR staged IN THE API LOG) NEVER
      *    TOUCHED THE LIVE FILE AND EXPLAINS NOTHING.
      *    A BINARY, OR A FILE WITH NO REASON CODE, IS ONLY EVER
      *    CHANGED BY A BUILD, WHICH RESEALS. UNEXPLAINED CHANGES GO
      *    IN ONE ALERT THROUGH data/MAILQ.DAT TO THE
      *    data/QUEUE-ALERT.DAT ADDRESS, BODY IN
      *    data/TREESEAL-BODY.TXT. data/SEAL-STATE.DAT KEEPS THE LAST
      *    RUN FOR STATUS.COB -
      *        STAMP|OUTCOME|UNEXPLAINED|EXPECTED|LAST-CLEAN-STAMP
      *    - THEN path|sha256 FOR EACH UNEXPLAINED CHANGE ALREADY
      *    MAILED, SO THE SAME CHANGE IS ONE MAIL AND NOT ONE AN HOUR.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE FILES SUMMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEALED-FILE ASSIGN TO "data/SEALED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEALED-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "data/SEAL-MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT LIST-FILE ASSIGN TO "data/TREESEAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT NAMES-FILE ASSIGN TO "data/TREESEAL-FILES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMES-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/SEAL-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT BODY-FILE ASSIGN TO "data/TREESEAL-BODY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEALED-FILE.
       01  SEALED-FILE-LINE    PIC X(120).
       FD  MANIFEST-FILE.
       01  MANIFEST-FILE-LINE  PIC X(200).
       FD  LIST-FILE.
       01  LIST-FILE-LINE      PIC X(200).
       FD  NAMES-FILE.
       01  NAMES-FILE-LINE     PIC X(120).
       FD  STATE-FILE.
       01  STATE-FILE-LINE     PIC X(200).
       FD  TRAIL-FILE.
       01  TRAIL-FILE-LINE     PIC X(300).
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(160).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
       01  WS-SEALED-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MANIFEST-STATUS  PIC X(2)    VALUE '00'.
       01  WS-LIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-NAMES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TRAIL-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-ARG-MODE         PIC X(20)   VALUE SPACES.
       01  WS-ARG-ROOT         PIC X(60)   VALUE SPACES.
       01  WS-WEB-ROOT         PIC X(60)   VALUE 'cgi-bin'.
       01  WS-MODE             PIC X       VALUE 'V'.
               88  MODE-SEAL                   VALUE 'S'.
               88  MODE-VERIFY                 VALUE 'V'.
       01  WS-COMMAND          PIC X(300)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TRAIL-NAME       PIC X(60)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
      *    HELD UNTIL THE LEDGER CALL IS DONE - THE CALL RESETS
      *    RETURN-CODE, AND build.sh NEEDS THE SEAL'S ANSWER.
       01  WS-EXIT-CODE        PIC 9       VALUE 0.
      *    ONE ROW PER FILE IN PLAY - WHAT THE SEAL SAYS AND WHAT IS
      *    THERE NOW. A BLANK LIVE SUM IS A FILE THAT IS GONE.
       01  WS-FILE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-FILE-OVERFLOW    PIC 9(5)    VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY       OCCURS 1000 TIMES.
               10  WS-FILE-PATH        PIC X(100).
               10  WS-FILE-REASON      PIC X(8).
               10  WS-FILE-SEAL-SUM    PIC X(64).
               10  WS-FILE-LIVE-SUM    PIC X(64).
               10  WS-FILE-SEALED      PIC X.
                   88  FILE-IN-SEAL            VALUE 'Y'.
       01  WS-FX               PIC 9(4).
       01  WS-FILE-HIT         PIC 9(4)    VALUE 0.
       01  WS-THIS-PATH        PIC X(100).
       01  WS-THIS-REASON      PIC X(8).
       01  WS-THIS-SUM         PIC X(64).
      *    THE SEAL'S OWN HEADER AND SIGNATURE.
       01  WS-SEAL-STAMP       PIC X(14)   VALUE SPACES.
       01  WS-SEAL-FOUND       PIC X       VALUE 'N'.
               88  SEAL-FOUND                  VALUE 'Y'.
       01  WS-SIG-OK           PIC X       VALUE 'N'.
               88  SIGNATURE-OK                VALUE 'Y'.
      *    WHICH AUDIT TRAILS HAVE A ROW SINCE THE SEAL.
       01  WS-STORY-TRAIL      PIC X       VALUE 'N'.
               88  STORY-EXPLAINED             VALUE 'Y'.
       01  WS-PASS-TRAIL       PIC X       VALUE 'N'.
               88  PASS-EXPLAINED              VALUE 'Y'.
       01  WS-KEYS-TRAIL       PIC X       VALUE 'N'.
               88  KEYS-EXPLAINED              VALUE 'Y'.
      *    EVERY PATH A PROMOTE OR ROLLBACK HAS SWAPPED SINCE, EACH
      *    BETWEEN SPACES.
       01  WS-STAGED-PATHS     PIC X(2000) VALUE SPACES.
       01  WS-STAGED-PTR       PIC 9(4)    VALUE 2.
       01  WS-STAGED-PROBE     PIC X(64).
       01  WS-PROBE-LEN        PIC 9(3)    VALUE 0.
       01  WS-PROBE-HITS       PIC 9(4)    VALUE 0.
       01  WS-T-STAMP          PIC X(21).
       01  WS-T-F2             PIC X(40).
       01  WS-T-F3             PIC X(40).
       01  WS-T-F4             PIC X(40).
       01  WS-T-F5             PIC X(40).
       01  WS-T-F6             PIC X(60).
      *    THE FINDINGS.
       01  WS-KIND             PIC X(8).
       01  WS-EXPLAINED        PIC X       VALUE 'N'.
               88  CHANGE-EXPLAINED            VALUE 'Y'.
       01  WS-EXPECTED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-UNEXPLAINED-COUNT PIC 9(4)   VALUE 0.
       01  WS-NEW-FINDINGS     PIC 9(4)    VALUE 0.
       01  WS-FINDING-TABLE.
           05  WS-FINDING-ENTRY    OCCURS 100 TIMES.
               10  WS-FINDING-PATH     PIC X(100).
               10  WS-FINDING-KIND     PIC X(8).
               10  WS-FINDING-SUM      PIC X(64).
       01  WS-FINDING-COUNT    PIC 9(3)    VALUE 0.
       01  WS-GX               PIC 9(3).
      *    LAST RUN, AND THE CHANGES IT ALREADY MAILED ABOUT.
       01  WS-LAST-CLEAN       PIC X(14)   VALUE SPACES.
       01  WS-OUTCOME          PIC X(10)   VALUE SPACES.
       01  WS-MAILED-COUNT     PIC 9(3)    VALUE 0.
       01  WS-MAILED-TABLE.
           05  WS-MAILED-ENTRY     OCCURS 100 TIMES.
               10  WS-MAILED-PATH      PIC X(100).
               10  WS-MAILED-SUM       PIC X(64).
       01  WS-MX               PIC 9(3).
       01  WS-MAILED-HIT       PIC X       VALUE 'N'.
               88  ALREADY-MAILED              VALUE 'Y'.
       01  WS-SF-F1            PIC X(100).
       01  WS-SF-F2            PIC X(64).
       01  WS-SF-F3            PIC X(10).
       01  WS-SF-F4            PIC X(10).
       01  WS-SF-F5            PIC X(14).
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-COUNT-ED         PIC Z(3)9.
       01  WS-COUNT-ED2        PIC Z(3)9.
       01  WS-ROWS-ED          PIC Z(8)9.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'TREESEAL' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-ARG-MODE WS-ARG-ROOT
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(WS-ARG-MODE)
               WHEN 'seal'
                   SET MODE-SEAL TO TRUE
               WHEN 'verify'
               WHEN SPACES
                   SET MODE-VERIFY TO TRUE
               WHEN OTHER
      *    A LONE ARGUMENT THAT IS NOT A MODE IS THE WEB ROOT.
                   SET MODE-VERIFY TO TRUE
                   MOVE WS-ARG-MODE TO WS-ARG-ROOT
           END-EVALUATE.
           IF WS-ARG-ROOT NOT = SPACES
               MOVE WS-ARG-ROOT TO WS-WEB-ROOT
           END-IF.
           PERFORM LOAD-SEALED-LIST.
           IF MODE-SEAL
               PERFORM SEAL-TREE
           ELSE
               PERFORM VERIFY-TREE
           END-IF.
           PERFORM LOG-JOB-END.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
       GOBACK.

      *    -------- SEAL --------

       SEAL-TREE.
           PERFORM LIST-WEB-ROOT.
           PERFORM SUM-LIVE-FILES.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = '00'
               MOVE JOB-ROWS TO WS-COUNT-ED
               MOVE SPACES TO MANIFEST-FILE-LINE
               STRING 'sealed|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO MANIFEST-FILE-LINE
               END-STRING
               WRITE MANIFEST-FILE-LINE
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-FILE-COUNT
                   IF WS-FILE-LIVE-SUM(WS-FX) NOT = SPACES
                       MOVE SPACES TO MANIFEST-FILE-LINE
                       STRING FUNCTION TRIM(WS-FILE-PATH(WS-FX))
                                  DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              WS-FILE-LIVE-SUM(WS-FX)
                                  DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FILE-REASON(WS-FX))
                                  DELIMITED BY SIZE
                           INTO MANIFEST-FILE-LINE
                       END-STRING
                       WRITE MANIFEST-FILE-LINE
                   ELSE
                       DISPLAY 'treeseal: '
                           FUNCTION TRIM(WS-FILE-PATH(WS-FX))
                           ' is listed in data/SEALED.DAT but absent'
                           ' - not sealed'
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
               MOVE SPACES TO WS-COMMAND
               STRING 'openssl dgst -sha256 -sign data/SEAL-PRIVATE.'
                          DELIMITED BY SIZE
                      'PEM -out data/SEAL-MANIFEST.SIG '
                          DELIMITED BY SIZE
                      'data/SEAL-MANIFEST.DAT 2>/dev/null'
                          DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'treeseal: cannot write data/SEAL-MANIFEST.DAT'
               MOVE 'fail' TO JOB-OUTCOME
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM CHECK-SIGNATURE
               MOVE JOB-ROWS TO WS-COUNT-ED
               IF SIGNATURE-OK
                   DISPLAY 'treeseal: ' FUNCTION TRIM(WS-COUNT-ED)
                       ' file(s) sealed under '
                       FUNCTION TRIM(WS-WEB-ROOT) ' and data/'
               ELSE
                   DISPLAY 'treeseal: ' FUNCTION TRIM(WS-COUNT-ED)
                       ' file(s) summed but the manifest could not'
                       ' be signed - is data/SEAL-PRIVATE.PEM there?'
                   MOVE 'fail' TO JOB-OUTCOME
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF.

      *    -------- VERIFY --------

       VERIFY-TREE.
           PERFORM READ-ALERT-ADDRESS.
           PERFORM LOAD-LAST-STATE.
           PERFORM LOAD-MANIFEST.
           IF NOT SEAL-FOUND
               DISPLAY 'treeseal: no data/SEAL-MANIFEST.DAT - run '
                   'scripts/build.sh (or TREESEAL seal) first'
               MOVE 'idle' TO JOB-OUTCOME
               MOVE 'unsealed' TO WS-OUTCOME
               PERFORM WRITE-STATE
           ELSE
               PERFORM CHECK-SIGNATURE
               IF NOT SIGNATURE-OK
                   MOVE 'data/SEAL-MANIFEST.DAT' TO WS-THIS-PATH
                   MOVE 'unsigned' TO WS-KIND
                   MOVE SPACES TO WS-THIS-SUM
                   MOVE 'N' TO WS-EXPLAINED
                   PERFORM RECORD-FINDING
               END-IF
               PERFORM LIST-WEB-ROOT
               PERFORM SUM-LIVE-FILES
               PERFORM READ-AUDIT-TRAILS
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-FILE-COUNT
                   PERFORM JUDGE-ONE-FILE
               END-PERFORM
               MOVE WS-EXPECTED-COUNT TO WS-COUNT-ED
               MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-ED2
               MOVE JOB-ROWS TO WS-ROWS-ED
               DISPLAY 'treeseal: ' FUNCTION TRIM(WS-ROWS-ED)
                   ' file(s) checked '
                   'against the ' WS-SEAL-STAMP ' seal, '
                   FUNCTION TRIM(WS-COUNT-ED) ' expected change(s), '
                   FUNCTION TRIM(WS-COUNT-ED2) ' unexplained'
               IF WS-UNEXPLAINED-COUNT = 0
                   MOVE 'clean' TO WS-OUTCOME
                   MOVE WS-TODAY-STAMP(1:14) TO WS-LAST-CLEAN
               ELSE
                   MOVE 'tampered' TO WS-OUTCOME
                   MOVE 'fail' TO JOB-OUTCOME
                   MOVE 1 TO WS-EXIT-CODE
                   IF WS-NEW-FINDINGS > 0
                       PERFORM QUEUE-TAMPER-ALERT
                   END-IF
               END-IF
               PERFORM WRITE-STATE
           END-IF.

      *    ONE FILE AGAINST ITS SEAL ROW. A FILE THE SEAL NEVER SAW IS
      *    "added" - A NEW BINARY DROPPED INTO THE WEB ROOT, OR A
      *    NEWLY LISTED DATA FILE THE NEXT BUILD WILL TAKE IN.
       JUDGE-ONE-FILE.
           MOVE SPACES TO WS-KIND.
           EVALUATE TRUE
               WHEN NOT FILE-IN-SEAL(WS-FX)
                   IF WS-FILE-LIVE-SUM(WS-FX) NOT = SPACES
                       MOVE 'added' TO WS-KIND
                   END-IF
               WHEN WS-FILE-LIVE-SUM(WS-FX) = SPACES
                   MOVE 'missing' TO WS-KIND
               WHEN WS-FILE-LIVE-SUM(WS-FX) NOT =
                       WS-FILE-SEAL-SUM(WS-FX)
                   MOVE 'changed' TO WS-KIND
           END-EVALUATE.
           IF WS-KIND NOT = SPACES
               MOVE 'N' TO WS-EXPLAINED
               EVALUATE FUNCTION TRIM(WS-FILE-REASON(WS-FX))
                   WHEN 'story'
                       MOVE WS-STORY-TRAIL TO WS-EXPLAINED
                   WHEN 'pass'
                       MOVE WS-PASS-TRAIL TO WS-EXPLAINED
                   WHEN 'keys'
                       MOVE WS-KEYS-TRAIL TO WS-EXPLAINED
               END-EVALUATE
               IF NOT CHANGE-EXPLAINED
                   PERFORM CHECK-STAGED-SWAP
               END-IF
               MOVE WS-FILE-PATH(WS-FX) TO WS-THIS-PATH
               MOVE WS-FILE-LIVE-SUM(WS-FX) TO WS-THIS-SUM
               PERFORM RECORD-FINDING
           END-IF.

       CHECK-STAGED-SWAP.
           MOVE SPACES TO WS-STAGED-PROBE.
           STRING ' ' DELIMITED BY SIZE
                  TRIM(WS-FILE-PATH(WS-FX)) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO WS-STAGED-PROBE
           END-STRING.
           COMPUTE WS-PROBE-LEN =
               LENGTH(TRIM(WS-FILE-PATH(WS-FX))) + 2.
           MOVE 0 TO WS-PROBE-HITS.
           IF WS-PROBE-LEN <= 64
               INSPECT WS-STAGED-PATHS TALLYING WS-PROBE-HITS
                   FOR ALL WS-STAGED-PROBE(1:WS-PROBE-LEN)
           END-IF.
           IF WS-PROBE-HITS > 0
               SET CHANGE-EXPLAINED TO TRUE
           END-IF.

       RECORD-FINDING.
           IF CHANGE-EXPLAINED
               ADD 1 TO WS-EXPECTED-COUNT
               DISPLAY '  expected     ' WS-KIND ' '
                   FUNCTION TRIM(WS-THIS-PATH)
           ELSE
               ADD 1 TO WS-UNEXPLAINED-COUNT
               DISPLAY '  UNEXPLAINED  ' WS-KIND ' '
                   FUNCTION TRIM(WS-THIS-PATH)
               IF WS-FINDING-COUNT < 100
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE WS-THIS-PATH
                       TO WS-FINDING-PATH(WS-FINDING-COUNT)
                   MOVE WS-KIND TO WS-FINDING-KIND(WS-FINDING-COUNT)
                   MOVE WS-THIS-SUM
                       TO WS-FINDING-SUM(WS-FINDING-COUNT)
                   PERFORM CHECK-ALREADY-MAILED
                   IF NOT ALREADY-MAILED
                       ADD 1 TO WS-NEW-FINDINGS
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-MAILED.
           MOVE 'N' TO WS-MAILED-HIT.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MAILED-COUNT OR ALREADY-MAILED
               IF WS-MAILED-PATH(WS-MX) = WS-THIS-PATH
                       AND WS-MAILED-SUM(WS-MX) = WS-THIS-SUM
                   SET ALREADY-MAILED TO TRUE
               END-IF
           END-PERFORM.

      *    -------- THE FILE SET --------

       LOAD-SEALED-LIST.
           MOVE 0 TO WS-FILE-COUNT WS-FILE-OVERFLOW.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SEALED-FILE.
           IF WS-SEALED-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ SEALED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-THIS-PATH WS-THIS-REASON
                           UNSTRING SEALED-FILE-LINE DELIMITED BY '|'
                               INTO WS-THIS-PATH WS-THIS-REASON
                           END-UNSTRING
                           IF WS-THIS-PATH NOT = SPACES
                               PERFORM ADD-FILE-PATH
                               IF WS-FILE-HIT > 0
                                   MOVE WS-THIS-REASON
                                       TO WS-FILE-REASON(WS-FILE-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEALED-FILE
           END-IF.

       LIST-WEB-ROOT.
           MOVE SPACES TO WS-COMMAND.
           STRING 'find ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WEB-ROOT) DELIMITED BY SIZE
                  ' -type f 2>/dev/null | LC_ALL=C sort > data/TREESE'
                      DELIMITED BY SIZE
                  'AL.LST' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ LIST-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE LIST-FILE-LINE TO WS-THIS-PATH
                           IF WS-THIS-PATH NOT = SPACES
                               PERFORM ADD-FILE-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.

      *    WS-FILE-HIT COMES BACK AS THE PATH'S ROW, NEW OR OLD, OR
      *    ZERO WHEN THE TABLE IS FULL.
       ADD-FILE-PATH.
           PERFORM FIND-FILE-PATH.
           IF WS-FILE-HIT = 0
               IF WS-FILE-COUNT < 1000
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-FILE-COUNT TO WS-FILE-HIT
                   MOVE WS-THIS-PATH TO WS-FILE-PATH(WS-FILE-HIT)
                   MOVE SPACES TO WS-FILE-REASON(WS-FILE-HIT)
                       WS-FILE-SEAL-SUM(WS-FILE-HIT)
                       WS-FILE-LIVE-SUM(WS-FILE-HIT)
                   MOVE 'N' TO WS-FILE-SEALED(WS-FILE-HIT)
               ELSE
                   ADD 1 TO WS-FILE-OVERFLOW
               END-IF
           END-IF.

       FIND-FILE-PATH.
           MOVE 0 TO WS-FILE-HIT.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT OR WS-FILE-HIT > 0
               IF WS-FILE-PATH(WS-FX) = WS-THIS-PATH
                   MOVE WS-FX TO WS-FILE-HIT
               END-IF
           END-PERFORM.

      *    EVERY PATH IN THE TABLE GOES TO sha256sum IN ONE CALL; A
      *    PATH THAT DOES NOT EXIST GIVES NO LINE BACK AND KEEPS A
      *    BLANK LIVE SUM.
       SUM-LIVE-FILES.
           OPEN OUTPUT NAMES-FILE.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               MOVE WS-FILE-PATH(WS-FX) TO NAMES-FILE-LINE
               WRITE NAMES-FILE-LINE
           END-PERFORM.
           CLOSE NAMES-FILE.
           MOVE SPACES TO WS-COMMAND.
           STRING 'xargs sha256sum < data/TREESEAL-FILES.LST '
                      DELIMITED BY SIZE
                  '> data/TREESEAL.LST 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ LIST-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-THIS-SUM WS-THIS-PATH
                           UNSTRING LIST-FILE-LINE DELIMITED BY ALL ' '
                               INTO WS-THIS-SUM WS-THIS-PATH
                           END-UNSTRING
                           PERFORM FIND-FILE-PATH
                           IF WS-FILE-HIT > 0
                               MOVE WS-THIS-SUM
                                   TO WS-FILE-LIVE-SUM(WS-FILE-HIT)
                               ADD 1 TO JOB-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           IF WS-FILE-OVERFLOW > 0
               DISPLAY 'treeseal: more than 1000 files - '
                   WS-FILE-OVERFLOW ' left out'
           END-IF.

      *    THE MANIFEST'S PATHS JOIN THE TABLE TOO, SO A FILE TAKEN
      *    OFF data/SEALED.DAT STILL GETS COMPARED AGAINST ITS SEAL.
       LOAD-MANIFEST.
           MOVE 'N' TO WS-EOF WS-SEAL-FOUND.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-MANIFEST-ROW
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       TAKE-MANIFEST-ROW.
           MOVE SPACES TO WS-THIS-PATH WS-THIS-SUM WS-THIS-REASON.
           UNSTRING MANIFEST-FILE-LINE DELIMITED BY '|'
               INTO WS-THIS-PATH WS-THIS-SUM WS-THIS-REASON
           END-UNSTRING.
           IF WS-THIS-PATH = 'sealed'
               SET SEAL-FOUND TO TRUE
               MOVE WS-THIS-SUM(1:14) TO WS-SEAL-STAMP
           ELSE
               IF WS-THIS-PATH NOT = SPACES
                   PERFORM ADD-FILE-PATH
                   IF WS-FILE-HIT > 0
                       MOVE WS-THIS-SUM TO WS-FILE-SEAL-SUM(WS-FILE-HIT)
                       MOVE WS-THIS-REASON
                           TO WS-FILE-REASON(WS-FILE-HIT)
                       MOVE 'Y' TO WS-FILE-SEALED(WS-FILE-HIT)
                   END-IF
               END-IF
           END-IF.

       CHECK-SIGNATURE.
           MOVE 'N' TO WS-SIG-OK.
           MOVE SPACES TO WS-COMMAND.
           STRING 'openssl dgst -sha256 -verify data/SEAL-PUBLIC.PEM '
                      DELIMITED BY SIZE
                  '-signature data/SEAL-MANIFEST.SIG '
                      DELIMITED BY SIZE
                  'data/SEAL-MANIFEST.DAT > data/TREESEAL.LST 2>&1'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIST-FILE-LINE(1:11) = 'Verified OK'
                           SET SIGNATURE-OK TO TRUE
                       END-IF
               END-READ
               CLOSE LIST-FILE
           END-IF.

      *    -------- THE AUDIT TRAILS --------

       READ-AUDIT-TRAILS.
           MOVE 'data/STORY-HISTORY.DAT' TO WS-TRAIL-NAME.
           PERFORM SCAN-TRAIL.
           MOVE 'data/MODLOG.DAT' TO WS-TRAIL-NAME.
           PERFORM SCAN-TRAIL.
           MOVE 'data/API-LOG.DAT' TO WS-TRAIL-NAME.
           PERFORM SCAN-TRAIL.
           MOVE 'data/ADMIN-ACCESS.DAT' TO WS-TRAIL-NAME.
           PERFORM SCAN-TRAIL.

       SCAN-TRAIL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRAIL-FILE.
           IF WS-TRAIL-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ TRAIL-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM JUDGE-TRAIL-ROW
                   END-READ
               END-PERFORM
               CLOSE TRAIL-FILE
           END-IF.

      *    ONLY ROWS STAMPED AFTER THE SEAL EXPLAIN ANYTHING - THE
      *    BUILD THAT SEALED ALREADY TOOK IN EVERYTHING BEFORE IT.
       JUDGE-TRAIL-ROW.
           MOVE SPACES TO WS-T-STAMP WS-T-F2 WS-T-F3 WS-T-F4 WS-T-F5
               WS-T-F6.
           UNSTRING TRAIL-FILE-LINE DELIMITED BY '|'
               INTO WS-T-STAMP WS-T-F2 WS-T-F3 WS-T-F4 WS-T-F5 WS-T-F6
           END-UNSTRING.
           IF WS-T-STAMP(1:14) IS NUMERIC
                   AND WS-T-STAMP(1:14) > WS-SEAL-STAMP
               EVALUATE FUNCTION TRIM(WS-TRAIL-NAME)
                   WHEN 'data/STORY-HISTORY.DAT'
                       SET STORY-EXPLAINED TO TRUE
                   WHEN 'data/MODLOG.DAT'
                       IF WS-T-F2 = 'admin-story'
                               AND WS-T-F3 = 'edit'
                           SET STORY-EXPLAINED TO TRUE
                       END-IF
                       IF (WS-T-F2 = 'tagfix' OR (WS-T-F2 = 'stage'
                               AND (WS-T-F3 = 'promote'
                                   OR WS-T-F3 = 'rollback')))
                               AND WS-T-F4 NOT = SPACES
                               AND WS-STAGED-PTR < 1950
                           STRING TRIM(WS-T-F4) DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                               INTO WS-STAGED-PATHS
                               WITH POINTER WS-STAGED-PTR
                           END-STRING
                       END-IF
                       IF WS-T-F2 = 'apikey'
                           SET KEYS-EXPLAINED TO TRUE
                       END-IF
                   WHEN 'data/API-LOG.DAT'
                       IF WS-T-F6 = 'ok' AND (WS-T-F4 = 'draft'
                               OR WS-T-F4 = 'meta')
                           SET STORY-EXPLAINED TO TRUE
                       END-IF
                   WHEN 'data/ADMIN-ACCESS.DAT'
                       IF WS-T-F4 = 'rotate'
                           SET PASS-EXPLAINED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *    -------- STATE AND ALERT --------

       LOAD-LAST-STATE.
           MOVE 0 TO WS-MAILED-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               READ STATE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SF-F1 WS-SF-F2 WS-SF-F3
                           WS-SF-F4 WS-SF-F5
                       UNSTRING STATE-FILE-LINE DELIMITED BY '|'
                           INTO WS-SF-F1 WS-SF-F2 WS-SF-F3 WS-SF-F4
                                WS-SF-F5
                       END-UNSTRING
                       MOVE WS-SF-F5 TO WS-LAST-CLEAN
               END-READ
               PERFORM UNTIL FILE-EOF
                   READ STATE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-MAILED-COUNT < 100
                               ADD 1 TO WS-MAILED-COUNT
                               MOVE SPACES TO WS-SF-F1 WS-SF-F2
                               UNSTRING STATE-FILE-LINE
                                   DELIMITED BY '|'
                                   INTO WS-SF-F1 WS-SF-F2
                               END-UNSTRING
                               MOVE WS-SF-F1
                                   TO WS-MAILED-PATH(WS-MAILED-COUNT)
                               MOVE WS-SF-F2
                                   TO WS-MAILED-SUM(WS-MAILED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

      *    EVERY UNEXPLAINED CHANGE STILL STANDING IS CARRIED INTO
      *    THE NEW STATE - MAILED NOW OR MAILED BEFORE, EITHER WAY
      *    IT HAS BEEN SAID. ONE THAT GOES AWAY DROPS OUT, SO IF IT
      *    COMES BACK IT IS NEWS AGAIN.
       WRITE-STATE.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-ED.
           MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-ED2.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               MOVE SPACES TO STATE-FILE-LINE
               STRING WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-LAST-CLEAN DELIMITED BY SIZE
                   INTO STATE-FILE-LINE
               END-STRING
               WRITE STATE-FILE-LINE
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-FINDING-COUNT
                   MOVE SPACES TO STATE-FILE-LINE
                   STRING FUNCTION TRIM(WS-FINDING-PATH(WS-GX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-FINDING-SUM(WS-GX) DELIMITED BY SIZE
                       INTO STATE-FILE-LINE
                   END-STRING
                   WRITE STATE-FILE-LINE
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       READ-ALERT-ADDRESS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = '00'
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CONFIG-FILE-LINE DELIMITED BY '|'
                           INTO WS-ALERT-DAYS WS-ALERT-ADDR
                       END-UNSTRING
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *    THE BODY LISTS EVERY UNEXPLAINED CHANGE STANDING, NOT JUST
      *    THE NEW ONES, SO THE ONE MAIL IS THE WHOLE PICTURE.
       QUEUE-TAMPER-ALERT.
           IF FUNCTION TRIM(WS-ALERT-ADDR) = SPACES
               DISPLAY 'treeseal: unexplained changes but no alert '
                   'address configured'
           ELSE
               OPEN OUTPUT BODY-FILE
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'files changed outside a build since the '
                          DELIMITED BY SIZE
                      WS-SEAL-STAMP DELIMITED BY SIZE
                      ' seal, with no audit row to explain them:'
                          DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-FINDING-COUNT
                   MOVE SPACES TO BODY-FILE-LINE
                   STRING '  ' DELIMITED BY SIZE
                          WS-FINDING-KIND(WS-GX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FINDING-PATH(WS-GX))
                              DELIMITED BY SIZE
                       INTO BODY-FILE-LINE
                   END-STRING
                   WRITE BODY-FILE-LINE
               END-PERFORM
               MOVE 'a rebuild reseals the tree once the change is '
                   & 'understood.' TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               CLOSE BODY-FILE
               MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-ED2
               MOVE SPACES TO MAILQ-FILE-LINE
               STRING 'queued|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-ADDR) DELIMITED BY SIZE
                      '|treeseal: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                      ' unexplained change(s) to the deployed tree|'
                          DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|00|data/TREESEAL-BODY.TXT' DELIMITED BY SIZE
                   INTO MAILQ-FILE-LINE
               END-STRING
               OPEN EXTEND MAILQ-FILE
               IF WS-MAILQ-STATUS NOT = '00'
                   OPEN OUTPUT MAILQ-FILE
               END-IF
               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
           END-IF.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM TREESEAL.
