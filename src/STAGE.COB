       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGE.
      *    CONSOLE JOB - THE STAGING TREE. AN EDIT TO data/STORY.DAT,
      *    data/SERIES.DAT OR data/ROUTES.DAT USED TO GO STRAIGHT TO
      *    THE LIVE FILE, AND A BAD PIPE COUNT REACHED READERS BEFORE
      *    DATACHK.COB EVER SAW IT. NOW THE MASTERS LISTED IN
      *    data/STAGED.DAT CAN BE WORKED ON IN data-staging/ FIRST.
      *
      *        STAGE open [root]
      *        STAGE status
      *        STAGE promote [root]
      *        STAGE rollback [root]
      *        STAGE close
      *
      *    OPEN BUILDS data-staging/: A REAL COPY OF EACH STAGED
      *    MASTER, A LINK TO EVERY OTHER ENTRY IN data/ (NOT THE
      *    .IDX KEYED INDEXES - THE READERS SCAN THE STAGED MASTER
      *    INSTEAD), A data LINK BACK TO ITSELF AND A LINK TO THE WEB
      *    ROOT (DEFAULT cgi-bin) AND f/, SO A PROGRAM RUN THERE
      *    FINDS EVERY "data/..." NAME IT KNOWS. EACH MASTER'S
      *    sha256 AT OPEN GOES IN data-staging/STAGE-BASE.DAT, AND
      *    data/STAGE-MODE.DAT IS SET on - FROM THEN ON THE ADMIN
      *    DESK AND THE WRITE API EDIT THE STAGED COPIES, AND A
      *    PREVIEW WITH stage=1 AND A LIVE ADMIN KEY READS THEM
      *    (STAGEDIR.CBL). READERS NEVER DO.
      *    PROMOTE TAKES EVERY MASTER CHANGED IN STAGING SINCE OPEN.
      *    IT REFUSES IF THE LIVE COPY HAS ALSO CHANGED SINCE OPEN
      *    (PROMOTING WOULD LOSE THAT EDIT), THEN RUNS DATACHK.COB,
      *    "MIGRATE.COB check" AND PROOF.COB INSIDE data-staging/,
      *    THEIR OUTPUT IN data/STAGE-CHECK.TXT. ONLY IF ALL THREE
      *    PASS, AND UNDER THE FGUARD LOCK, EACH CHANGED LIVE FILE IS
      *    COPIED TO data-rollback/ AND THE STAGED ONE RENAMED INTO
      *    ITS PLACE, SO A READER SEES THE OLD FILE OR THE NEW ONE
      *    AND NEVER HALF OF EITHER. data/STAGE-ROLLBACK.DAT LISTS
      *    WHAT WAS SWAPPED -
      *        promoted|STAMP|COUNT
      *        path|kept (OR path|new FOR A FILE THAT WAS NOT LIVE)
      *    AND ROLLBACK PUTS THOSE BACK IN ONE STEP, ONCE. THE STAGING
      *    TREE STAYS OPEN THROUGH BOTH, RE-BASED ON WHAT IS NOW LIVE.
      *    CLOSE DISCARDS data-staging/ AND SETS THE MODE off. EVERY
      *    VERB THAT CHANGES SOMETHING IS AUDITED TO data/MODLOG.DAT
      *    AS stamp|stage|VERB|PATH-OR-COUNT, ONE ROW PER FILE FOR A
      *    PROMOTE OR ROLLBACK - THE ROWS TREESEAL.COB TAKES AS THE
      *    EXPLANATION FOR THOSE FILES CHANGING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAGED-FILE ASSIGN TO "data/STAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.
           SELECT MODE-FILE ASSIGN TO "data/STAGE-MODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT BASE-FILE ASSIGN TO "data-staging/STAGE-BASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT ROLLBACK-FILE ASSIGN TO "data/STAGE-ROLLBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLBACK-STATUS.
           SELECT CHECK-FILE ASSIGN TO "data/STAGE-CHECK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT LIST-FILE ASSIGN TO "data/STAGE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STAGED-FILE.
       01  STAGED-FILE-LINE    PIC X(80).
       FD  MODE-FILE.
       01  MODE-FILE-LINE      PIC X(40).
       FD  BASE-FILE.
       01  BASE-FILE-LINE      PIC X(140).
       FD  ROLLBACK-FILE.
       01  ROLLBACK-FILE-LINE  PIC X(100).
       FD  CHECK-FILE.
       01  CHECK-FILE-LINE     PIC X(200).
       FD  LIST-FILE.
       01  LIST-FILE-LINE      PIC X(200).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-STAGED-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MODE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BASE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ROLLBACK-STATUS  PIC X(2)    VALUE '00'.
       01  WS-CHECK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-ARG-VERB         PIC X(10)   VALUE SPACES.
       01  WS-ARG-ROOT         PIC X(60)   VALUE SPACES.
       01  WS-ARG-EXTRA        PIC X(60)   VALUE SPACES.
       01  WS-COMMAND          PIC X(2000) VALUE SPACES.
       01  WS-CMD-PTR          PIC 9(4)    VALUE 1.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ERROR            PIC X(70)   VALUE SPACES.
       01  WS-EXIT-CODE        PIC 9       VALUE 0.
       01  WS-TREE-OPEN        PIC X       VALUE 'N'.
               88  TREE-OPEN                   VALUE 'Y'.
       01  WS-OPENED-STAMP     PIC X(14)   VALUE SPACES.
       01  WS-MODE-WORD        PIC X(10)   VALUE SPACES.
       01  WS-F1               PIC X(80).
       01  WS-F2               PIC X(80).
       01  WS-F3               PIC X(20).
      *    THE STAGED MASTERS - EACH WITH ITS sha256 AT OPEN (BASE),
      *    NOW IN data/ (LIVE) AND NOW IN data-staging/ (STAGE).
       01  WS-SG-COUNT         PIC 9(2)    VALUE 0.
       01  WS-SG-TABLE.
           05  WS-SG-ENTRY     OCCURS 40 TIMES.
               10  WS-SG-PATH          PIC X(60).
               10  WS-SG-STAGE-PATH    PIC X(70).
               10  WS-SG-BASE-SUM      PIC X(64).
               10  WS-SG-LIVE-SUM      PIC X(64).
               10  WS-SG-STAGE-SUM     PIC X(64).
               10  WS-SG-CHECKED-SUM   PIC X(64).
               10  WS-SG-STATE         PIC X(1).
                   88  SG-SAME                 VALUE 'S'.
                   88  SG-CHANGED              VALUE 'C'.
                   88  SG-CONFLICT             VALUE 'X'.
                   88  SG-MISSING              VALUE 'M'.
                   88  SG-UNSTAGED             VALUE 'U'.
               10  WS-SG-SWAPPED       PIC X(1).
                   88  SG-SWAPPED              VALUE 'Y'.
               10  WS-SG-WAS-NEW       PIC X(1).
                   88  SG-WAS-NEW              VALUE 'Y'.
       01  WS-SX               PIC 9(2).
       01  WS-HIT              PIC 9(2)    VALUE 0.
       01  WS-CHANGED-COUNT    PIC 9(2)    VALUE 0.
       01  WS-CONFLICT-COUNT   PIC 9(2)    VALUE 0.
       01  WS-SWAPPED-COUNT    PIC 9(2)    VALUE 0.
       01  WS-STORY-SWAPPED    PIC X       VALUE 'N'.
               88  STORY-SWAPPED               VALUE 'Y'.
      *    THE THREE GATES PROMOTE RUNS IN THE STAGING TREE.
       01  WS-GATE-NAME        PIC X(20).
       01  WS-GATE-FAILED      PIC X       VALUE 'N'.
               88  GATE-FAILED                 VALUE 'Y'.
       01  WS-COUNT-OUT        PIC Z9.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-ARG-VERB WS-ARG-ROOT WS-ARG-EXTRA
           END-UNSTRING.
           IF WS-ARG-ROOT = SPACES
               MOVE 'cgi-bin' TO WS-ARG-ROOT
           END-IF.
           MOVE CURRENT-DATE TO WS-TIMESTAMP.
           EVALUATE TRIM(WS-ARG-VERB)
               WHEN 'open'
                   PERFORM OPEN-STAGING
               WHEN 'status'
                   PERFORM SHOW-STATUS
               WHEN 'promote'
                   PERFORM PROMOTE-STAGING
               WHEN 'rollback'
                   PERFORM ROLL-BACK
               WHEN 'close'
                   PERFORM CLOSE-STAGING
               WHEN OTHER
                   DISPLAY 'stage: usage - stage open [root] | stage '
                       'status | stage promote [root] | stage '
                       'rollback [root] | stage close'
                   MOVE 1 TO WS-EXIT-CODE
           END-EVALUATE.
           IF WS-ERROR NOT = SPACES
               DISPLAY 'stage: ' TRIM(WS-ERROR)
               MOVE 1 TO WS-EXIT-CODE
           END-IF.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
       GOBACK.

      *    -------- OPEN --------

       OPEN-STAGING.
           PERFORM LOAD-STAGED-LIST.
           PERFORM LOAD-BASE.
           EVALUATE TRUE
               WHEN TREE-OPEN
                   MOVE 'staging is already open - promote or close '
                       & 'it first' TO WS-ERROR
               WHEN WS-SG-COUNT = 0
                   MOVE 'data/STAGED.DAT lists no data/ masters - '
                       & 'nothing to stage' TO WS-ERROR
               WHEN OTHER
                   PERFORM BUILD-STAGING-TREE
           END-EVALUATE.

       BUILD-STAGING-TREE.
           MOVE SPACES TO WS-COMMAND.
           STRING 'rm -rf data-staging && mkdir data-staging && '
                      DELIMITED BY SIZE
                  'cd data-staging && for e in ../data/*; do '
                      DELIMITED BY SIZE
                  'ln -s "$e" . ; done && rm -f ./*.IDX ./*.LST && '
                      DELIMITED BY SIZE
                  'ln -s . data && ln -s ../' DELIMITED BY SIZE
                  TRIM(WS-ARG-ROOT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRIM(WS-ARG-ROOT) DELIMITED BY SIZE
                  ' && if [ -d ../f ]; then ln -s ../f f; fi'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE 'cannot build data-staging/ - nothing opened'
                   TO WS-ERROR
           ELSE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                   MOVE SPACES TO WS-COMMAND
                   STRING 'if [ -f ' DELIMITED BY SIZE
                          TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                          ' ]; then rm -f ' DELIMITED BY SIZE
                          TRIM(WS-SG-STAGE-PATH(WS-SX))
                              DELIMITED BY SIZE
                          ' && cp -p ' DELIMITED BY SIZE
                          TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TRIM(WS-SG-STAGE-PATH(WS-SX))
                              DELIMITED BY SIZE
                          '; fi' DELIMITED BY SIZE
                       INTO WS-COMMAND
                   END-STRING
                   CALL 'SYSTEM' USING WS-COMMAND
               END-PERFORM
               PERFORM SUM-MASTERS
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                   MOVE WS-SG-STAGE-SUM(WS-SX)
                       TO WS-SG-BASE-SUM(WS-SX)
               END-PERFORM
               MOVE WS-TIMESTAMP(1:14) TO WS-OPENED-STAMP
               PERFORM WRITE-BASE
               IF WS-BASE-STATUS NOT = '00'
                   MOVE 'cannot write data-staging/STAGE-BASE.DAT - '
                       & 'staging not opened' TO WS-ERROR
               ELSE
                   MOVE 'on' TO WS-MODE-WORD
                   PERFORM WRITE-MODE
                   MOVE WS-SG-COUNT TO WS-COUNT-OUT
                   MOVE 'open' TO WS-F3
                   MOVE TRIM(WS-COUNT-OUT) TO WS-F1
                   PERFORM AUDIT-STAGE-ROW
                   DISPLAY 'stage: data-staging/ open - '
                       TRIM(WS-COUNT-OUT) ' master(s) staged, '
                       'editors now write there'
               END-IF
           END-IF.

      *    -------- STATUS --------

       SHOW-STATUS.
           PERFORM LOAD-STAGED-LIST.
           PERFORM LOAD-BASE.
           IF NOT TREE-OPEN
               DISPLAY 'stage: no staging tree open'
           ELSE
               PERFORM SUM-MASTERS
               PERFORM CLASSIFY-MASTERS
               PERFORM READ-MODE
               DISPLAY 'stage: open since ' WS-OPENED-STAMP(1:8) ' '
                   WS-OPENED-STAMP(9:4) ', editors write '
                   'to the staging copy: ' TRIM(WS-MODE-WORD)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                   PERFORM SHOW-ONE-MASTER
               END-PERFORM
               MOVE WS-CHANGED-COUNT TO WS-COUNT-OUT
               DISPLAY 'stage: ' TRIM(WS-COUNT-OUT)
                   ' master(s) waiting to be promoted'
           END-IF.
           PERFORM SHOW-LAST-PROMOTE.

       SHOW-ONE-MASTER.
           EVALUATE TRUE
               WHEN SG-CHANGED(WS-SX)
                   DISPLAY '  changed   ' TRIM(WS-SG-PATH(WS-SX))
               WHEN SG-CONFLICT(WS-SX)
                   DISPLAY '  CONFLICT  ' TRIM(WS-SG-PATH(WS-SX))
                       ' - the live copy changed too'
               WHEN SG-MISSING(WS-SX)
                   DISPLAY '  MISSING   ' TRIM(WS-SG-PATH(WS-SX))
                       ' - gone from data-staging/'
               WHEN SG-UNSTAGED(WS-SX)
                   DISPLAY '  unstaged  ' TRIM(WS-SG-PATH(WS-SX))
                       ' - listed since open; reopen to stage it'
           END-EVALUATE.

       SHOW-LAST-PROMOTE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ROLLBACK-FILE.
           IF WS-ROLLBACK-STATUS = '00'
               READ ROLLBACK-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3
                       UNSTRING ROLLBACK-FILE-LINE DELIMITED BY '|'
                           INTO WS-F1 WS-F2 WS-F3
                       END-UNSTRING
                       IF WS-F1 = 'promoted'
                           DISPLAY 'stage: last promote '
                               WS-F2(1:8) ' ' WS-F2(9:4) ', '
                               TRIM(WS-F3) ' file(s) - stage '
                               'rollback puts them back'
                       END-IF
               END-READ
               CLOSE ROLLBACK-FILE
           END-IF.

      *    -------- PROMOTE --------

       PROMOTE-STAGING.
           PERFORM LOAD-STAGED-LIST.
           PERFORM LOAD-BASE.
           IF NOT TREE-OPEN
               MOVE 'no staging tree open - stage open first'
                   TO WS-ERROR
           ELSE
               PERFORM SUM-MASTERS
               PERFORM CLASSIFY-MASTERS
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                   PERFORM SHOW-ONE-MASTER
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CONFLICT-COUNT > 0
                       MOVE 'live files changed since staging opened '
                           & '- nothing promoted' TO WS-ERROR
                   WHEN WS-CHANGED-COUNT = 0
                       DISPLAY 'stage: nothing changed in staging - '
                           'nothing to promote'
                   WHEN OTHER
                       PERFORM RUN-GATES
                       IF GATE-FAILED
                           MOVE 'checks failed - nothing promoted '
                               & '(data/STAGE-CHECK.TXT)' TO WS-ERROR
                       ELSE
                           PERFORM SWAP-CHANGED-MASTERS
                       END-IF
               END-EVALUATE
           END-IF.

      *    EACH GATE RUNS WITH data-staging/ AS ITS WORKING DIRECTORY
      *    AND THE WEB ROOT ON COB_LIBRARY_PATH, THE WAY build.sh
      *    RUNS IT AGAINST data/. A GATE THAT CANNOT RUN AT ALL (NO
      *    BINARY) FAILS LIKE ONE THAT FINDS A FAULT.
       RUN-GATES.
           MOVE 'N' TO WS-GATE-FAILED.
           OPEN OUTPUT CHECK-FILE.
           CLOSE CHECK-FILE.
           MOVE 'DATACHK.COB' TO WS-GATE-NAME.
           PERFORM RUN-ONE-GATE.
           MOVE 'MIGRATE.COB check' TO WS-GATE-NAME.
           PERFORM RUN-ONE-GATE.
           MOVE 'PROOF.COB' TO WS-GATE-NAME.
           PERFORM RUN-ONE-GATE.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               MOVE WS-SG-STAGE-SUM(WS-SX) TO WS-SG-CHECKED-SUM(WS-SX)
           END-PERFORM.

       RUN-ONE-GATE.
           MOVE SPACES TO WS-COMMAND.
           STRING 'echo "== ' DELIMITED BY SIZE
                  TRIM(WS-GATE-NAME) DELIMITED BY SIZE
                  '" >> data/STAGE-CHECK.TXT; W=$(cd '
                      DELIMITED BY SIZE
                  TRIM(WS-ARG-ROOT) DELIMITED BY SIZE
                  ' && pwd) && cd data-staging && '
                      DELIMITED BY SIZE
                  'COB_LIBRARY_PATH="$W" "$W"/' DELIMITED BY SIZE
                  TRIM(WS-GATE-NAME) DELIMITED BY SIZE
                  ' >> ../data/STAGE-CHECK.TXT 2>&1' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY 'stage: ' TRIM(WS-GATE-NAME) ' - pass'
           ELSE
               DISPLAY 'stage: ' TRIM(WS-GATE-NAME) ' - FAIL'
               SET GATE-FAILED TO TRUE
           END-IF.

      *    UNDER THE LOCK THE SUMS ARE TAKEN AGAIN - AN EDIT THAT
      *    LANDED WHILE THE GATES RAN WAS NOT CHECKED, SO IT STOPS
      *    THE PROMOTE RATHER THAN RIDE ALONG.
       SWAP-CHANGED-MASTERS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM SUM-MASTERS.
           PERFORM CLASSIFY-MASTERS.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               IF WS-SG-STAGE-SUM(WS-SX)
                       NOT = WS-SG-CHECKED-SUM(WS-SX)
                   MOVE 'staging changed while the checks ran - '
                       & 'run promote again' TO WS-ERROR
               END-IF
           END-PERFORM.
           IF WS-CONFLICT-COUNT > 0
               MOVE 'a live file changed while the checks ran - '
                   & 'nothing promoted' TO WS-ERROR
           END-IF.
           IF WS-ERROR = SPACES
               PERFORM SWAP-IN-ALL
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-SWAPPED-COUNT > 0
               IF STORY-SWAPPED
                   PERFORM RELOAD-STORY-INDEX
               END-IF
               MOVE WS-SWAPPED-COUNT TO WS-COUNT-OUT
               DISPLAY 'stage: ' TRIM(WS-COUNT-OUT)
                   ' file(s) promoted - stage rollback puts the old '
                   'ones back'
           END-IF.

       SWAP-IN-ALL.
           MOVE 0 TO WS-SWAPPED-COUNT.
           MOVE 'rm -rf data-rollback && mkdir data-rollback'
               TO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE 'cannot make data-rollback/ - nothing promoted'
                   TO WS-ERROR
           ELSE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                           OR WS-ERROR NOT = SPACES
                   IF SG-CHANGED(WS-SX)
                       PERFORM SWAP-IN-ONE
                   END-IF
               END-PERFORM
               PERFORM WRITE-ROLLBACK-LIST
               PERFORM WRITE-BASE
           END-IF.

      *    THE STAGED COPY IS WRITTEN BESIDE THE LIVE FILE AND THEN
      *    RENAMED OVER IT - ONE DIRECTORY, SO THE RENAME IS ATOMIC.
       SWAP-IN-ONE.
           MOVE SPACES TO WS-COMMAND.
           MOVE 1 TO WS-CMD-PTR.
           IF WS-SG-LIVE-SUM(WS-SX) = SPACES
               MOVE 'Y' TO WS-SG-WAS-NEW(WS-SX)
           ELSE
               MOVE 'N' TO WS-SG-WAS-NEW(WS-SX)
               STRING 'cp -p ' DELIMITED BY SIZE
                      TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                      ' data-rollback/ && ' DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF.
           STRING 'cp -p ' DELIMITED BY SIZE
                  TRIM(WS-SG-STAGE-PATH(WS-SX)) DELIMITED BY SIZE
                  ' data/STAGE-NEW.TMP && mv data/STAGE-NEW.TMP '
                      DELIMITED BY SIZE
                  TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-ERROR
               STRING 'cannot swap in ' DELIMITED BY SIZE
                      TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                      ' - stopped there' DELIMITED BY SIZE
                   INTO WS-ERROR
               END-STRING
           ELSE
               SET SG-SWAPPED(WS-SX) TO TRUE
               ADD 1 TO WS-SWAPPED-COUNT
               MOVE WS-SG-STAGE-SUM(WS-SX) TO WS-SG-BASE-SUM(WS-SX)
               IF WS-SG-PATH(WS-SX) = 'data/STORY.DAT'
                   SET STORY-SWAPPED TO TRUE
               END-IF
               MOVE 'promote' TO WS-F3
               MOVE WS-SG-PATH(WS-SX) TO WS-F1
               PERFORM AUDIT-STAGE-ROW
               DISPLAY '  promoted  ' TRIM(WS-SG-PATH(WS-SX))
           END-IF.

       WRITE-ROLLBACK-LIST.
           MOVE WS-SWAPPED-COUNT TO WS-COUNT-OUT.
           OPEN OUTPUT ROLLBACK-FILE.
           MOVE SPACES TO ROLLBACK-FILE-LINE.
           STRING 'promoted|' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
               INTO ROLLBACK-FILE-LINE
           END-STRING.
           WRITE ROLLBACK-FILE-LINE.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               IF SG-SWAPPED(WS-SX)
                   MOVE SPACES TO ROLLBACK-FILE-LINE
                   IF SG-WAS-NEW(WS-SX)
                       STRING TRIM(WS-SG-PATH(WS-SX))
                                  DELIMITED BY SIZE
                              '|new' DELIMITED BY SIZE
                           INTO ROLLBACK-FILE-LINE
                       END-STRING
                   ELSE
                       STRING TRIM(WS-SG-PATH(WS-SX))
                                  DELIMITED BY SIZE
                              '|kept' DELIMITED BY SIZE
                           INTO ROLLBACK-FILE-LINE
                       END-STRING
                   END-IF
                   WRITE ROLLBACK-FILE-LINE
               END-IF
           END-PERFORM.
           CLOSE ROLLBACK-FILE.

      *    -------- ROLLBACK --------

      *    THE KEPT COPIES GO BACK THE SAME WAY THE STAGED ONES CAME
      *    IN, AND THE LIST IS EMPTIED SO A SECOND ROLLBACK CANNOT
      *    UNDO SOMETHING NEWER. AN OPEN STAGING TREE IS RE-BASED ON
      *    THE RESTORED FILES - ITS COPIES, STILL HOLDING WHAT WAS
      *    PROMOTED, THEN SHOW AS WAITING AGAIN, READY TO FIX.
       ROLL-BACK.
           PERFORM LOAD-STAGED-LIST.
           PERFORM LOAD-BASE.
           MOVE 0 TO WS-SWAPPED-COUNT.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ROLLBACK-FILE.
           IF WS-ROLLBACK-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ ROLLBACK-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ROLL-BACK-ONE
                   END-READ
               END-PERFORM
               CLOSE ROLLBACK-FILE
           END-IF.
           IF WS-SWAPPED-COUNT > 0
               OPEN OUTPUT ROLLBACK-FILE
               CLOSE ROLLBACK-FILE
               IF TREE-OPEN
                   PERFORM SUM-MASTERS
                   PERFORM VARYING WS-SX FROM 1 BY 1
                           UNTIL WS-SX > WS-SG-COUNT
                       IF SG-SWAPPED(WS-SX)
                           MOVE WS-SG-LIVE-SUM(WS-SX)
                               TO WS-SG-BASE-SUM(WS-SX)
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-BASE
               END-IF
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-SWAPPED-COUNT = 0
               IF WS-ERROR = SPACES
                   DISPLAY 'stage: nothing to roll back'
               END-IF
           ELSE
               IF STORY-SWAPPED
                   PERFORM RELOAD-STORY-INDEX
               END-IF
               MOVE WS-SWAPPED-COUNT TO WS-COUNT-OUT
               DISPLAY 'stage: ' TRIM(WS-COUNT-OUT)
                   ' file(s) rolled back'
           END-IF.

       ROLL-BACK-ONE.
           MOVE SPACES TO WS-F1 WS-F2.
           UNSTRING ROLLBACK-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2
           END-UNSTRING.
           IF WS-F1 NOT = 'promoted' AND WS-F1(1:5) = 'data/'
               MOVE SPACES TO WS-COMMAND
               IF WS-F2 = 'new'
                   STRING 'rm -f ' DELIMITED BY SIZE
                          TRIM(WS-F1) DELIMITED BY SIZE
                       INTO WS-COMMAND
                   END-STRING
               ELSE
                   STRING 'cp -p data-rollback/' DELIMITED BY SIZE
                          TRIM(WS-F1(6:)) DELIMITED BY SIZE
                          ' data/STAGE-NEW.TMP && ' DELIMITED BY SIZE
                          'mv data/STAGE-NEW.TMP ' DELIMITED BY SIZE
                          TRIM(WS-F1) DELIMITED BY SIZE
                       INTO WS-COMMAND
                   END-STRING
               END-IF
               CALL 'SYSTEM' USING WS-COMMAND
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO WS-ERROR
                   STRING 'cannot restore ' DELIMITED BY SIZE
                          TRIM(WS-F1) DELIMITED BY SIZE
                       INTO WS-ERROR
                   END-STRING
                   DISPLAY 'stage: ' TRIM(WS-ERROR)
               ELSE
                   ADD 1 TO WS-SWAPPED-COUNT
                   IF WS-F1 = 'data/STORY.DAT'
                       SET STORY-SWAPPED TO TRUE
                   END-IF
                   MOVE WS-F1 TO WS-SG-PATH(40)
                   PERFORM FIND-MASTER
                   IF WS-HIT > 0
                       SET SG-SWAPPED(WS-HIT) TO TRUE
                   END-IF
                   MOVE 'rollback' TO WS-F3
                   PERFORM AUDIT-STAGE-ROW
                   DISPLAY '  restored  ' TRIM(WS-F1)
               END-IF
           END-IF.

      *    -------- CLOSE --------

       CLOSE-STAGING.
           PERFORM LOAD-STAGED-LIST.
           PERFORM LOAD-BASE.
           IF NOT TREE-OPEN
               DISPLAY 'stage: no staging tree open'
           ELSE
               PERFORM SUM-MASTERS
               PERFORM CLASSIFY-MASTERS
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 'off' TO WS-MODE-WORD
               PERFORM WRITE-MODE
               MOVE 'rm -rf data-staging' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE WS-CHANGED-COUNT TO WS-COUNT-OUT
               MOVE 'close' TO WS-F3
               MOVE TRIM(WS-COUNT-OUT) TO WS-F1
               PERFORM AUDIT-STAGE-ROW
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               DISPLAY 'stage: data-staging/ closed - '
                   TRIM(WS-COUNT-OUT) ' unpromoted change(s) '
                   'discarded, editors write live again'
           END-IF.

      *    -------- THE MASTERS --------

      *    ONLY TOP-LEVEL data/ FILES CAN BE STAGED - ANYTHING ELSE
      *    IN THE LIST IS SAID AND SKIPPED.
       LOAD-STAGED-LIST.
           MOVE 0 TO WS-SG-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STAGED-FILE.
           IF WS-STAGED-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ STAGED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-STAGED-ROW
                   END-READ
               END-PERFORM
               CLOSE STAGED-FILE
           END-IF.

       TAKE-STAGED-ROW.
           MOVE SPACES TO WS-F1.
           UNSTRING STAGED-FILE-LINE DELIMITED BY '|'
               INTO WS-F1
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-F1 = SPACES
                   CONTINUE
               WHEN WS-F1(1:5) NOT = 'data/'
                       OR WS-F1(6:) = SPACES
                       OR TRIM(WS-F1(6:)) = 'STAGE-MODE.DAT'
                   DISPLAY 'stage: ' TRIM(WS-F1)
                       ' cannot be staged - skipped'
               WHEN WS-SG-COUNT >= 39
                   DISPLAY 'stage: more than 39 masters listed - '
                       TRIM(WS-F1) ' skipped'
               WHEN OTHER
                   ADD 1 TO WS-SG-COUNT
                   MOVE WS-SG-COUNT TO WS-SX
                   MOVE SPACES TO WS-SG-ENTRY(WS-SX)
                   MOVE WS-F1 TO WS-SG-PATH(WS-SX)
                   STRING 'data-staging/' DELIMITED BY SIZE
                          TRIM(WS-F1(6:)) DELIMITED BY SIZE
                       INTO WS-SG-STAGE-PATH(WS-SX)
                   END-STRING
                   MOVE 'N' TO WS-SG-SWAPPED(WS-SX)
                       WS-SG-WAS-NEW(WS-SX)
           END-EVALUATE.

      *    THE PATH TO FIND IS PARKED IN THE SPARE LAST SLOT.
       FIND-MASTER.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT OR WS-HIT > 0
               IF WS-SG-PATH(WS-SX) = WS-SG-PATH(40)
                   MOVE WS-SX TO WS-HIT
               END-IF
           END-PERFORM.

       LOAD-BASE.
           MOVE 'N' TO WS-TREE-OPEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS = '00'
               SET TREE-OPEN TO TRUE
               PERFORM UNTIL FILE-EOF
                   READ BASE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-BASE-ROW
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           END-IF.

       TAKE-BASE-ROW.
           MOVE SPACES TO WS-F1 WS-F2.
           UNSTRING BASE-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2
           END-UNSTRING.
           IF WS-F1 = 'opened'
               MOVE WS-F2(1:14) TO WS-OPENED-STAMP
           ELSE
               MOVE WS-F1 TO WS-SG-PATH(40)
               PERFORM FIND-MASTER
               IF WS-HIT > 0
                   MOVE WS-F2 TO WS-SG-BASE-SUM(WS-HIT)
               END-IF
           END-IF.

       WRITE-BASE.
           OPEN OUTPUT BASE-FILE.
           IF WS-BASE-STATUS = '00'
               MOVE SPACES TO BASE-FILE-LINE
               STRING 'opened|' DELIMITED BY SIZE
                      WS-OPENED-STAMP DELIMITED BY SIZE
                   INTO BASE-FILE-LINE
               END-STRING
               WRITE BASE-FILE-LINE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SG-COUNT
                   MOVE SPACES TO BASE-FILE-LINE
                   STRING TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-SG-BASE-SUM(WS-SX) DELIMITED BY SIZE
                       INTO BASE-FILE-LINE
                   END-STRING
                   WRITE BASE-FILE-LINE
               END-PERFORM
               CLOSE BASE-FILE
           END-IF.

      *    ONE sha256sum OVER BOTH COPIES OF EVERY MASTER; A FILE
      *    THAT IS NOT THERE SIMPLY HAS NO LINE AND KEEPS A BLANK SUM.
       SUM-MASTERS.
           MOVE SPACES TO WS-COMMAND.
           MOVE 1 TO WS-CMD-PTR.
           STRING 'sha256sum' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               MOVE SPACES TO WS-SG-LIVE-SUM(WS-SX)
                   WS-SG-STAGE-SUM(WS-SX)
               STRING ' ' DELIMITED BY SIZE
                      TRIM(WS-SG-PATH(WS-SX)) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TRIM(WS-SG-STAGE-PATH(WS-SX)) DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-PERFORM.
           STRING ' > data/STAGE.LST 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
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
                           PERFORM TAKE-SUM-LINE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
               OPEN OUTPUT LIST-FILE
               CLOSE LIST-FILE
           END-IF.

       TAKE-SUM-LINE.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               IF LIST-FILE-LINE(67:) = WS-SG-PATH(WS-SX)
                   MOVE LIST-FILE-LINE(1:64) TO WS-SG-LIVE-SUM(WS-SX)
               END-IF
               IF LIST-FILE-LINE(67:) = WS-SG-STAGE-PATH(WS-SX)
                   MOVE LIST-FILE-LINE(1:64)
                       TO WS-SG-STAGE-SUM(WS-SX)
               END-IF
           END-PERFORM.

       CLASSIFY-MASTERS.
           MOVE 0 TO WS-CHANGED-COUNT WS-CONFLICT-COUNT.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SG-COUNT
               EVALUATE TRUE
                   WHEN WS-SG-BASE-SUM(WS-SX) = SPACES
                       SET SG-UNSTAGED(WS-SX) TO TRUE
                   WHEN WS-SG-STAGE-SUM(WS-SX) = SPACES
                       SET SG-MISSING(WS-SX) TO TRUE
                       ADD 1 TO WS-CONFLICT-COUNT
                   WHEN WS-SG-STAGE-SUM(WS-SX) = WS-SG-BASE-SUM(WS-SX)
                       SET SG-SAME(WS-SX) TO TRUE
                   WHEN WS-SG-LIVE-SUM(WS-SX) = WS-SG-BASE-SUM(WS-SX)
                       SET SG-CHANGED(WS-SX) TO TRUE
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN OTHER
                       SET SG-CONFLICT(WS-SX) TO TRUE
                       ADD 1 TO WS-CONFLICT-COUNT
               END-EVALUATE
           END-PERFORM.

      *    -------- MODE, INDEX AND AUDIT --------

       READ-MODE.
           MOVE 'off' TO WS-MODE-WORD.
           OPEN INPUT MODE-FILE.
           IF WS-MODE-STATUS = '00'
               READ MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING MODE-FILE-LINE DELIMITED BY '|'
                           INTO WS-MODE-WORD
                       END-UNSTRING
               END-READ
               CLOSE MODE-FILE
           END-IF.

       WRITE-MODE.
           OPEN OUTPUT MODE-FILE.
           IF WS-MODE-STATUS = '00'
               MOVE WS-MODE-WORD TO MODE-FILE-LINE
               WRITE MODE-FILE-LINE
               CLOSE MODE-FILE
           END-IF.

      *    THE SAME REFRESH ADMIN.COB RUNS AFTER A SAVE, SO THE KEYED
      *    LOOKUPS DO NOT SERVE THE OLD ROWS.
       RELOAD-STORY-INDEX.
           MOVE SPACES TO WS-COMMAND.
           STRING TRIM(WS-ARG-ROOT) DELIMITED BY SIZE
                  '/STORYLOAD.COB >/dev/null 2>&1' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.

       AUDIT-STAGE-ROW.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|stage|' DELIMITED BY SIZE
                  TRIM(WS-F3) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-F1) DELIMITED BY SIZE
               INTO MODLOG-FILE-LINE
           END-STRING.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           END-IF.
           WRITE MODLOG-FILE-LINE.
           CLOSE MODLOG-FILE.
       END PROGRAM STAGE.
