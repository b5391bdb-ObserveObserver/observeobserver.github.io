       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBBUILD.
      *    BATCH/CONSOLE JOB - BUILD PROJECTS. data/KBMAINT.DAT IS
      *    WORK ON BOARDS ALREADY OWNED; A NEW BUILD, WHERE A CASE,
      *    A PCB, SWITCHES AND KEYCAPS COME TOGETHER OVER MONTHS, HAD
      *    NOWHERE TO LIVE. data/KBBUILD.DAT IS THE PROJECT LIST
      *    (BUILDREC.CPY), data/KBBOM.DAT EACH PROJECT'S BILL OF
      *    MATERIALS (BOMREC.CPY). WAYS IN:
      *        KBBUILD.COB          - EVERY PROJECT WITH ITS BILL OF
      *                               MATERIALS AND PARTS COST;
      *        KBBUILD.COB start    - OPEN A NEW PROJECT
      *                               ('planning');
      *        KBBUILD.COB reserve  - RESERVE A QUANTITY OF ONE BIN
      *                               PART FOR A PROJECT. ONLY FREE
      *                               STOCK CAN BE RESERVED - ON
      *                               HAND LESS WHAT OTHER PROJECTS
      *                               HOLD - AND THE FIRST LINE MOVES
      *                               THE PROJECT TO 'building'.
      *                               KBPARTS.COB SHOWS RESERVED
      *                               PARTS AS COMMITTED;
      *        KBBUILD.COB release  - GIVE A PROJECT'S RESERVATION OF
      *                               ONE PART BACK TO THE BIN;
      *        KBBUILD.COB finish   - THE BOARD IS DONE: THE RESERVED
      *                               PARTS ARE DRAWN OUT OF
      *                               data/KBPARTS.DAT (WITH USAGE
      *                               ROWS, AS KBPARTS.COB log DOES),
      *                               THE NEW data/KEYBOARD.DAT ROW
      *                               IS WRITTEN (SWITCH, LAYOUT AND
      *                               PROFILE CHECKED AGAINST THE
      *                               REFERENCE MASTERS BY
      *                               KBREFCHK.CBL), AND ITS FIRST
      *                               data/KBMAINT.DAT ROW CARRIES THE
      *                               PROJECT'S TOTAL PARTS COST;
      *        KBBUILD.COB abandon  - DROP A PROJECT AND RELEASE
      *                               EVERYTHING IT HELD.
      *    NOTHING IS POSTED TO THE HOBBY LEDGER HERE - THE PARTS
      *    WERE PAID FOR WHEN KBPO.COB RECEIVED THEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUILD-FILE ASSIGN TO "data/KBBUILD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-STATUS.
           SELECT BUILD-KEEP-FILE ASSIGN TO "data/KBBUILD-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILDKEEP-STATUS.
           SELECT BOM-FILE ASSIGN TO "data/KBBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
           SELECT BOM-KEEP-FILE ASSIGN TO "data/KBBOM-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOMKEEP-STATUS.
           SELECT PARTS-FILE ASSIGN TO "data/KBPARTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/KBPARTS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT USAGE-FILE ASSIGN TO "data/KBPARTS-USAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT KB-FILE ASSIGN TO "data/KEYBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           SELECT KB-MAINT-FILE ASSIGN TO "data/KBMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BUILDFD.CPY'.
           COPY 'BUILDFD.CPY' REPLACING BUILD-FILE BY BUILD-KEEP-FILE
               BUILD-FILE-LINE BY BUILD-KEEP-LINE.
           COPY 'BOMFD.CPY'.
           COPY 'BOMFD.CPY' REPLACING BOM-FILE BY BOM-KEEP-FILE
               BOM-FILE-LINE BY BOM-KEEP-LINE.
       FD  PARTS-FILE.
       01  PARTS-FILE-LINE     PIC X(120).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(120).
       FD  USAGE-FILE.
       01  USAGE-FILE-LINE     PIC X(60).
           COPY 'KBFD.CPY'.
           COPY 'KBMFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'BUILDREC.CPY'.
           COPY 'BOMREC.CPY'.
           COPY 'KBREC.CPY'.
           COPY 'KBMREC.CPY'.
       01  WS-BUILD-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BUILDKEEP-STATUS PIC X(2)    VALUE '00'.
       01  WS-BOM-STATUS       PIC X(2)    VALUE '00'.
       01  WS-BOMKEEP-STATUS   PIC X(2)    VALUE '00'.
       01  WS-PARTS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-USAGE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KB-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MAINT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BUILD-EOF        PIC X       VALUE 'N'.
               88  BUILD-EOF                   VALUE 'Y'.
       01  WS-BOM-EOF          PIC X       VALUE 'N'.
               88  BOM-EOF                     VALUE 'Y'.
       01  WS-PARTS-EOF        PIC X       VALUE 'N'.
               88  PARTS-EOF                   VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-KB-EOF           PIC X       VALUE 'N'.
               88  KB-EOF                      VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY            PIC X(8).
       01  WS-P-ID             PIC X(10).
       01  WS-P-NAME           PIC X(40).
       01  WS-P-KIND           PIC X(14).
       01  WS-P-QTY-X          PIC X(6).
       01  WS-P-COST           PIC X(9).
       01  WS-P-QTY            PIC S9(5)   VALUE 0.
       01  WS-QTY-EDIT         PIC -(4)9.
       01  WS-COMMITTED        PIC 9(5)    VALUE 0.
       01  WS-FREE             PIC S9(5)   VALUE 0.
       01  WS-FREE-EDIT        PIC -(4)9.
       01  WS-COMMIT-EDIT      PIC Z(4)9.
       01  WS-LINE-COST        PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-COST       PIC 9(7)V99 VALUE 0.
       01  WS-COST-EDIT        PIC Z(6)9.99.
       01  WS-PROJECT-COUNT    PIC 9(3)    VALUE 0.
       01  WS-BUILD-SEQ        PIC 9(3)    VALUE 0.
       01  WS-KB-SEQ           PIC 9(3)    VALUE 0.
       01  WS-NEW-BUILD-ID     PIC X(8)    VALUE SPACES.
       01  WS-NEW-KB-ID        PIC X(8)    VALUE SPACES.
       01  WS-PART-SEEN        PIC X       VALUE 'N'.
               88  PART-SEEN                   VALUE 'Y'.
       01  WS-BUILD-SEEN       PIC X       VALUE 'N'.
               88  BUILD-SEEN                  VALUE 'Y'.
       01  WS-INPUT-OK         PIC X       VALUE 'Y'.
               88  INPUT-OK                    VALUE 'Y'.
      *    HOW WORK-BUILD-FILE AND WORK-BOM-FILE CHANGE THE NAMED
      *    PROJECT: 'B' BUILDING, 'F' FINISHED, 'A' ABANDONED;
      *    'R' RELEASE ONE PART, 'X' RELEASE ALL, 'U' MARK USED.
       01  WS-ACTION           PIC X       VALUE SPACE.
       01  WS-CHANGED-COUNT    PIC 9(3)    VALUE 0.
      *    THE RESERVED LINES OF THE PROJECT BEING FINISHED.
       01  WS-BL-COUNT         PIC 9(3)    VALUE 0.
       01  WS-BL-TABLE.
               05  WS-BL-ENTRY OCCURS 50 TIMES.
                   10  WS-BL-PART      PIC X(10).
                   10  WS-BL-QTY       PIC 9(5).
       01  WS-BL-IDX           PIC 9(3).
       01  WS-BL-EDIT          PIC Z(4)9.
      *    THE CONSOLE PROMPTS.
       01  WS-IN-BUILD         PIC X(8)    VALUE SPACES.
       01  WS-IN-NAME          PIC X(40)   VALUE SPACES.
       01  WS-IN-LAYOUT        PIC X(20)   VALUE SPACES.
       01  WS-IN-PART          PIC X(10)   VALUE SPACES.
       01  WS-IN-QTY-X         PIC X(6)    VALUE SPACES.
       01  WS-IN-QTY           PIC 9(5)    VALUE 0.
       01  WS-IN-MAKER         PIC X(30)   VALUE SPACES.
       01  WS-IN-SWITCH        PIC X(30)   VALUE SPACES.
       01  WS-IN-PROFILE       PIC X(20)   VALUE SPACES.
       01  WS-IN-RATING        PIC X       VALUE SPACE.
      *    ONE TYPED SPEC ON ITS WAY THROUGH KBREFCHK.CBL.
       01  WS-REF-KIND         PIC X(8).
       01  WS-REF-VALUE        PIC X(30).
       01  WS-REF-CANON        PIC X(30).
       01  WS-REF-VERDICT      PIC X.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           EVALUATE FUNCTION TRIM(WS-COMMAND-ARGS)
               WHEN 'start'
                   PERFORM START-PROJECT
               WHEN 'reserve'
                   PERFORM RESERVE-PARTS
               WHEN 'release'
                   PERFORM RELEASE-PARTS
               WHEN 'finish'
                   PERFORM FINISH-PROJECT
               WHEN 'abandon'
                   PERFORM ABANDON-PROJECT
               WHEN OTHER
                   PERFORM PRINT-PROJECTS
           END-EVALUATE.
       GOBACK.

      *    -------- THE REPORT --------

       PRINT-PROJECTS.
           DISPLAY 'build projects'.
           DISPLAY '--------------'.
           MOVE 'N' TO WS-BUILD-EOF.
           OPEN INPUT BUILD-FILE.
           IF WS-BUILD-STATUS = '00'
               PERFORM UNTIL BUILD-EOF
                   READ BUILD-FILE
                       AT END
                           SET BUILD-EOF TO TRUE
                       NOT AT END
                           PERFORM PRINT-ONE-PROJECT
                   END-READ
               END-PERFORM
               CLOSE BUILD-FILE
           END-IF.
           IF WS-PROJECT-COUNT = 0
               DISPLAY 'no projects yet - KBBUILD.COB start'
           END-IF.

       PARSE-BUILD-ROW.
           MOVE SPACES TO BUILD-RECORD.
           UNSTRING BUILD-FILE-LINE DELIMITED BY '|'
               INTO BLD-ID BLD-NAME BLD-LAYOUT BLD-STATUS
                    BLD-STARTED BLD-FINISHED BLD-KB-ID
           END-UNSTRING.

       PRINT-ONE-PROJECT.
           PERFORM PARSE-BUILD-ROW.
           IF FUNCTION TRIM(BLD-ID) NOT = SPACES
               ADD 1 TO WS-PROJECT-COUNT
               DISPLAY ' '
               DISPLAY FUNCTION TRIM(BLD-ID) ' - '
                   FUNCTION TRIM(BLD-NAME) ' ('
                   FUNCTION TRIM(BLD-LAYOUT) '), '
                   FUNCTION TRIM(BLD-STATUS) ' since ' BLD-STARTED
               IF FUNCTION TRIM(BLD-STATUS) = 'finished'
                   DISPLAY '  finished ' BLD-FINISHED ' as '
                       FUNCTION TRIM(BLD-KB-ID)
               END-IF
               PERFORM PRINT-PROJECT-BOM
           END-IF.

       PARSE-BOM-ROW.
           MOVE SPACES TO BOM-RECORD.
           UNSTRING BOM-FILE-LINE DELIMITED BY '|'
               INTO BOM-BUILD-ID BOM-PART-ID BOM-QTY BOM-UNIT-COST
                    BOM-STATE
           END-UNSTRING.

      *    RELEASED LINES ARE NOT PART OF THE BOARD AND ARE LEFT OUT.
       PRINT-PROJECT-BOM.
           MOVE 0 TO WS-TOTAL-COST.
           MOVE 'N' TO WS-BOM-EOF.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-BOM-ROW
                           IF FUNCTION TRIM(BOM-BUILD-ID) =
                                   FUNCTION TRIM(BLD-ID)
                                   AND FUNCTION TRIM(BOM-STATE)
                                       NOT = 'released'
                               COMPUTE WS-LINE-COST =
                                   FUNCTION NUMVAL(BOM-QTY) *
                                   FUNCTION NUMVAL(BOM-UNIT-COST)
                               ADD WS-LINE-COST TO WS-TOTAL-COST
                               DISPLAY '  ' FUNCTION TRIM(BOM-QTY)
                                   ' x ' FUNCTION TRIM(BOM-PART-ID)
                                   ' at ' FUNCTION TRIM(BOM-UNIT-COST)
                                   ' (' FUNCTION TRIM(BOM-STATE) ')'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF.
           MOVE WS-TOTAL-COST TO WS-COST-EDIT.
           DISPLAY '  parts cost ' FUNCTION TRIM(WS-COST-EDIT).

      *    -------- STARTING A PROJECT --------

       START-PROJECT.
           DISPLAY 'project name? '.
           ACCEPT WS-IN-NAME.
           DISPLAY 'target layout (60%, TKL, ...)? '.
           ACCEPT WS-IN-LAYOUT.
           INSPECT WS-IN-NAME REPLACING ALL '|' BY ' '.
           INSPECT WS-IN-LAYOUT REPLACING ALL '|' BY ' '.
           MOVE 'layout' TO WS-REF-KIND.
           MOVE WS-IN-LAYOUT TO WS-REF-VALUE.
           PERFORM MATCH-REFERENCE.
           MOVE WS-REF-VALUE TO WS-IN-LAYOUT.
           IF FUNCTION TRIM(WS-IN-NAME) = SPACES
               DISPLAY 'kbbuild: a project needs a name - nothing'
                   ' started'
           ELSE
               PERFORM NEXT-BUILD-ID
               MOVE SPACES TO BUILD-FILE-LINE
               STRING WS-NEW-BUILD-ID DELIMITED BY SPACE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-LAYOUT) DELIMITED BY SIZE
                      '|planning|' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      '||' DELIMITED BY SIZE
                   INTO BUILD-FILE-LINE
               END-STRING
               OPEN EXTEND BUILD-FILE
               IF WS-BUILD-STATUS NOT = '00'
                   OPEN OUTPUT BUILD-FILE
               END-IF
               WRITE BUILD-FILE-LINE
               CLOSE BUILD-FILE
               DISPLAY 'kbbuild: project '
                   FUNCTION TRIM(WS-NEW-BUILD-ID) ' started.'
           END-IF.

      *    PROJECT IDS RUN BP001, BP002, ... - ONE PAST THE HIGHEST
      *    ON FILE.
       NEXT-BUILD-ID.
           MOVE 0 TO WS-BUILD-SEQ.
           MOVE 'N' TO WS-BUILD-EOF.
           OPEN INPUT BUILD-FILE.
           IF WS-BUILD-STATUS = '00'
               PERFORM UNTIL BUILD-EOF
                   READ BUILD-FILE
                       AT END
                           SET BUILD-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-BUILD-ROW
                           IF BLD-ID(1:2) = 'BP'
                                   AND BLD-ID(3:3) IS NUMERIC
                                   AND BLD-ID(3:3) > WS-BUILD-SEQ
                               MOVE BLD-ID(3:3) TO WS-BUILD-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUILD-FILE
           END-IF.
           ADD 1 TO WS-BUILD-SEQ.
           MOVE SPACES TO WS-NEW-BUILD-ID.
           STRING 'BP' DELIMITED BY SIZE
                  WS-BUILD-SEQ DELIMITED BY SIZE
               INTO WS-NEW-BUILD-ID
           END-STRING.

       FIND-BUILD.
           MOVE 'N' TO WS-BUILD-SEEN WS-BUILD-EOF.
           OPEN INPUT BUILD-FILE.
           IF WS-BUILD-STATUS = '00'
               PERFORM UNTIL BUILD-EOF OR BUILD-SEEN
                   READ BUILD-FILE
                       AT END
                           SET BUILD-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-BUILD-ROW
                           IF FUNCTION TRIM(BLD-ID) =
                                   FUNCTION TRIM(WS-IN-BUILD)
                               SET BUILD-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUILD-FILE
           END-IF.

      *    EVERY CHANGE TO A PROJECT NEEDS IT TO EXIST AND STILL BE
      *    OPEN - A FINISHED OR ABANDONED PROJECT IS HISTORY.
       ASK-OPEN-BUILD.
           MOVE 'Y' TO WS-INPUT-OK.
           DISPLAY 'project id? '.
           ACCEPT WS-IN-BUILD.
           PERFORM FIND-BUILD.
           IF NOT BUILD-SEEN
               DISPLAY 'kbbuild: no project ' FUNCTION TRIM(WS-IN-BUILD)
                   ' in data/KBBUILD.DAT'
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               IF NOT BLD-OPEN
                   DISPLAY 'kbbuild: ' FUNCTION TRIM(BLD-ID) ' is '
                       FUNCTION TRIM(BLD-STATUS) ' - nothing changed'
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.

      *    -------- RESERVING AND RELEASING PARTS --------

       RESERVE-PARTS.
           PERFORM ASK-OPEN-BUILD.
           IF INPUT-OK
               DISPLAY 'part id from the bin? '
               ACCEPT WS-IN-PART
               PERFORM FIND-PART
               IF NOT PART-SEEN
                   DISPLAY 'kbbuild: no part ' FUNCTION TRIM(WS-IN-PART)
                       ' in data/KBPARTS.DAT'
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.
           IF INPUT-OK
               DISPLAY 'how many? '
               ACCEPT WS-IN-QTY-X
               IF FUNCTION TEST-NUMVAL(WS-IN-QTY-X) NOT = 0
                       OR FUNCTION NUMVAL(WS-IN-QTY-X) <= 0
                   DISPLAY 'kbbuild: quantity must be a positive'
                       ' number - nothing reserved'
                   MOVE 'N' TO WS-INPUT-OK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-IN-QTY-X) TO WS-IN-QTY
               END-IF
           END-IF.
      *    ONLY WHAT NO OTHER PROJECT HOLDS CAN BE PROMISED AGAIN.
           IF INPUT-OK
               PERFORM SUM-COMMITTED
               COMPUTE WS-FREE = WS-P-QTY - WS-COMMITTED
               IF WS-IN-QTY > WS-FREE
                   MOVE WS-FREE TO WS-FREE-EDIT
                   MOVE WS-P-QTY TO WS-QTY-EDIT
                   MOVE WS-COMMITTED TO WS-COMMIT-EDIT
                   DISPLAY 'kbbuild: only ' FUNCTION TRIM(WS-FREE-EDIT)
                       ' free (' FUNCTION TRIM(WS-QTY-EDIT)
                       ' on hand, ' FUNCTION TRIM(WS-COMMIT-EDIT)
                       ' committed) - nothing reserved'
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.
           IF INPUT-OK
               PERFORM APPEND-BOM-ROW
               IF FUNCTION TRIM(BLD-STATUS) = 'planning'
                   MOVE 'B' TO WS-ACTION
                   PERFORM WORK-BUILD-FILE
               END-IF
               DISPLAY 'kbbuild: reserved.'
           END-IF.

       APPEND-BOM-ROW.
           MOVE WS-IN-QTY TO WS-BL-EDIT.
           MOVE SPACES TO BOM-FILE-LINE.
           STRING FUNCTION TRIM(BLD-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-P-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BL-EDIT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-P-COST) DELIMITED BY SIZE
                  '|reserved' DELIMITED BY SIZE
               INTO BOM-FILE-LINE
           END-STRING.
           OPEN EXTEND BOM-FILE.
           IF WS-BOM-STATUS NOT = '00'
               OPEN OUTPUT BOM-FILE
           END-IF.
           WRITE BOM-FILE-LINE.
           CLOSE BOM-FILE.

       RELEASE-PARTS.
           PERFORM ASK-OPEN-BUILD.
           IF INPUT-OK
               DISPLAY 'part id to give back? '
               ACCEPT WS-IN-PART
               MOVE 'R' TO WS-ACTION
               PERFORM WORK-BOM-FILE
               IF WS-CHANGED-COUNT = 0
                   DISPLAY 'kbbuild: ' FUNCTION TRIM(BLD-ID)
                       ' holds no ' FUNCTION TRIM(WS-IN-PART)
               ELSE
                   DISPLAY 'kbbuild: ' WS-CHANGED-COUNT
                       ' line(s) released.'
               END-IF
           END-IF.

       ABANDON-PROJECT.
           PERFORM ASK-OPEN-BUILD.
           IF INPUT-OK
               MOVE 'X' TO WS-ACTION
               PERFORM WORK-BOM-FILE
               MOVE 'A' TO WS-ACTION
               PERFORM WORK-BUILD-FILE
               DISPLAY 'kbbuild: ' FUNCTION TRIM(BLD-ID)
                   ' abandoned, ' WS-CHANGED-COUNT
                   ' line(s) back in the bin.'
           END-IF.

      *    -------- FINISHING --------

       FINISH-PROJECT.
           PERFORM ASK-OPEN-BUILD.
           IF INPUT-OK
               PERFORM COLLECT-BOM-LINES
               IF WS-BL-COUNT = 0
                   DISPLAY 'kbbuild: note - nothing reserved, the'
                       ' board starts with a zero parts cost'
               END-IF
               DISPLAY 'manufacturer (blank for Handbuilt)? '
               ACCEPT WS-IN-MAKER
               DISPLAY 'switches? '
               ACCEPT WS-IN-SWITCH
               DISPLAY 'layout (blank for '
                   FUNCTION TRIM(BLD-LAYOUT) ')? '
               ACCEPT WS-IN-LAYOUT
               DISPLAY 'keycap profile? '
               ACCEPT WS-IN-PROFILE
               DISPLAY 'rating 1-5 (blank for 3)? '
               ACCEPT WS-IN-RATING
               IF FUNCTION TRIM(WS-IN-MAKER) = SPACES
                   MOVE 'Handbuilt' TO WS-IN-MAKER
               END-IF
               IF FUNCTION TRIM(WS-IN-LAYOUT) = SPACES
                   MOVE BLD-LAYOUT TO WS-IN-LAYOUT
               END-IF
               IF WS-IN-RATING IS NOT NUMERIC
                   MOVE '3' TO WS-IN-RATING
               END-IF
               INSPECT WS-IN-MAKER REPLACING ALL '|' BY ' '
               INSPECT WS-IN-SWITCH REPLACING ALL '|' BY ' '
               INSPECT WS-IN-LAYOUT REPLACING ALL '|' BY ' '
               INSPECT WS-IN-PROFILE REPLACING ALL '|' BY ' '
               MOVE 'switch' TO WS-REF-KIND
               MOVE WS-IN-SWITCH TO WS-REF-VALUE
               PERFORM MATCH-REFERENCE
               MOVE WS-REF-VALUE TO WS-IN-SWITCH
               MOVE 'layout' TO WS-REF-KIND
               MOVE WS-IN-LAYOUT TO WS-REF-VALUE
               PERFORM MATCH-REFERENCE
               MOVE WS-REF-VALUE TO WS-IN-LAYOUT
               MOVE 'profile' TO WS-REF-KIND
               MOVE WS-IN-PROFILE TO WS-REF-VALUE
               PERFORM MATCH-REFERENCE
               MOVE WS-REF-VALUE TO WS-IN-PROFILE
               PERFORM NEXT-KB-ID
               IF WS-BL-COUNT > 0
                   PERFORM DRAW-DOWN-BOM
                   PERFORM APPEND-USAGE-ROWS
                   MOVE 'U' TO WS-ACTION
                   PERFORM WORK-BOM-FILE
               END-IF
               PERFORM APPEND-KEYBOARD-ROW
               PERFORM APPEND-MAINT-ROW
               MOVE 'F' TO WS-ACTION
               PERFORM WORK-BUILD-FILE
               MOVE WS-TOTAL-COST TO WS-COST-EDIT
               DISPLAY 'kbbuild: ' FUNCTION TRIM(BLD-ID)
                   ' is now ' FUNCTION TRIM(WS-NEW-KB-ID)
                   ', parts cost ' FUNCTION TRIM(WS-COST-EDIT)
           END-IF.

      *    A TYPED SWITCH, LAYOUT OR PROFILE AGAINST THE REFERENCE
      *    MASTERS: A KNOWN ALIAS BECOMES THE CANONICAL NAME SO THE
      *    NEW ROW GOES IN CLEAN; A NAME NO MASTER KNOWS IS KEPT AS
      *    TYPED WITH A WARNING - DATACHK.COB WILL KEEP LISTING IT
      *    UNTIL IT IS ADDED TO THE MASTER.
       MATCH-REFERENCE.
           CALL 'KBREFCHK' USING WS-REF-KIND WS-REF-VALUE WS-REF-CANON
               WS-REF-VERDICT
               ON EXCEPTION
                   MOVE 'N' TO WS-REF-VERDICT
           END-CALL.
           EVALUATE WS-REF-VERDICT
               WHEN 'A'
                   DISPLAY 'kbbuild: ' FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE) ''' recorded as '''
                       FUNCTION TRIM(WS-REF-CANON) ''''
                   MOVE WS-REF-CANON TO WS-REF-VALUE
               WHEN 'U'
                   DISPLAY 'kbbuild: warning - '
                       FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE)
                       ''' is not in the reference master, kept as'
                       ' typed'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE PROJECT'S RESERVED LINES, ONE TABLE ENTRY PER LINE,
      *    AND WHAT THEY COST AT THE TIME THEY WERE RESERVED.
       COLLECT-BOM-LINES.
           MOVE 0 TO WS-BL-COUNT WS-TOTAL-COST.
           MOVE 'N' TO WS-BOM-EOF.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-BOM-ROW
                           IF FUNCTION TRIM(BOM-BUILD-ID) =
                                   FUNCTION TRIM(BLD-ID)
                                   AND BOM-RESERVED
                                   AND WS-BL-COUNT < 50
                               ADD 1 TO WS-BL-COUNT
                               MOVE BOM-PART-ID
                                   TO WS-BL-PART(WS-BL-COUNT)
                               MOVE FUNCTION NUMVAL(BOM-QTY)
                                   TO WS-BL-QTY(WS-BL-COUNT)
                               COMPUTE WS-LINE-COST =
                                   FUNCTION NUMVAL(BOM-QTY) *
                                   FUNCTION NUMVAL(BOM-UNIT-COST)
                               ADD WS-LINE-COST TO WS-TOTAL-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF.

      *    NEW BOARD IDS CONTINUE THE COLLECTION'S KB001, KB002, ...
       NEXT-KB-ID.
           MOVE 0 TO WS-KB-SEQ.
           MOVE 'N' TO WS-KB-EOF.
           OPEN INPUT KB-FILE.
           IF WS-KB-STATUS = '00'
               PERFORM UNTIL KB-EOF
                   READ KB-FILE
                       AT END
                           SET KB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KB-ID
                           UNSTRING KB-FILE-LINE DELIMITED BY '|'
                               INTO KB-ID
                           END-UNSTRING
                           IF KB-ID(1:2) = 'KB'
                                   AND KB-ID(3:3) IS NUMERIC
                                   AND KB-ID(3:3) > WS-KB-SEQ
                               MOVE KB-ID(3:3) TO WS-KB-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           END-IF.
           ADD 1 TO WS-KB-SEQ.
           MOVE SPACES TO WS-NEW-KB-ID.
           STRING 'KB' DELIMITED BY SIZE
                  WS-KB-SEQ DELIMITED BY SIZE
               INTO WS-NEW-KB-ID
           END-STRING.

      *    THE RESERVED PARTS LEAVE THE DRAWER NOW - ONE PASS OVER
      *    THE BIN VIA THE KEEP FILE, EACH PART FALLING BY EVERY
      *    LINE THE PROJECT HELD OF IT.
       DRAW-DOWN-BOM.
           MOVE 'N' TO WS-PARTS-EOF.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL PARTS-EOF
                   READ PARTS-FILE
                       AT END
                           SET PARTS-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-PART-ROW
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
               CLOSE KEEP-FILE
               PERFORM REWRITE-PARTS-FILE
           END-IF.

       SIFT-PART-ROW.
           PERFORM PARSE-PART-ROW.
           MOVE 'N' TO WS-PART-SEEN.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               IF FUNCTION TRIM(WS-BL-PART(WS-BL-IDX)) =
                       FUNCTION TRIM(WS-P-ID)
                   SET PART-SEEN TO TRUE
                   SUBTRACT WS-BL-QTY(WS-BL-IDX) FROM WS-P-QTY
               END-IF
           END-PERFORM.
           IF PART-SEEN
      *    THE DRAWER CANNOT GO NEGATIVE, AS IN KBPARTS.COB.
               IF WS-P-QTY < 0
                   MOVE 0 TO WS-P-QTY
               END-IF
               MOVE WS-P-QTY TO WS-QTY-EDIT
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(WS-P-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-KIND) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTY-EDIT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-COST) DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           ELSE
               MOVE PARTS-FILE-LINE TO KEEP-FILE-LINE
           END-IF.
           WRITE KEEP-FILE-LINE.

       REWRITE-PARTS-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT PARTS-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO PARTS-FILE-LINE
                       WRITE PARTS-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE PARTS-FILE.

      *    THE SAME PART-ID|KB-ID|DATE|QTY ROWS KBPARTS.COB log
      *    WRITES, SO THE PART'S USAGE HISTORY SHOWS THE NEW BOARD.
       APPEND-USAGE-ROWS.
           OPEN EXTEND USAGE-FILE.
           IF WS-USAGE-STATUS NOT = '00'
               OPEN OUTPUT USAGE-FILE
           END-IF.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               MOVE SPACES TO USAGE-FILE-LINE
               STRING FUNCTION TRIM(WS-BL-PART(WS-BL-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-KB-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-BL-QTY(WS-BL-IDX) DELIMITED BY SIZE
                   INTO USAGE-FILE-LINE
               END-STRING
               WRITE USAGE-FILE-LINE
           END-PERFORM.
           CLOSE USAGE-FILE.

       APPEND-KEYBOARD-ROW.
           MOVE SPACES TO KB-FILE-LINE.
           STRING FUNCTION TRIM(WS-NEW-KB-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-MAKER) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-SWITCH) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-LAYOUT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PROFILE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-IN-RATING DELIMITED BY SIZE
                  '|N' DELIMITED BY SIZE
               INTO KB-FILE-LINE
           END-STRING.
           OPEN EXTEND KB-FILE.
           IF WS-KB-STATUS NOT = '00'
               OPEN OUTPUT KB-FILE
           END-IF.
           WRITE KB-FILE-LINE.
           CLOSE KB-FILE.

      *    THE BOARD'S MAINTENANCE HISTORY STARTS WITH WHAT WENT
      *    INTO IT, SO KBCOST.COB COUNTS THE BUILD FROM DAY ONE.
       APPEND-MAINT-ROW.
           MOVE WS-TOTAL-COST TO WS-COST-EDIT.
           MOVE WS-BL-COUNT TO WS-BL-EDIT.
           MOVE SPACES TO KB-MAINT-RECORD.
           STRING 'built from project ' DELIMITED BY SIZE
                  FUNCTION TRIM(BLD-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(BLD-NAME) DELIMITED BY SIZE
               INTO KBM-WORK
           END-STRING.
           STRING FUNCTION TRIM(WS-BL-EDIT) DELIMITED BY SIZE
                  ' bill of materials line(s)' DELIMITED BY SIZE
               INTO KBM-PARTS
           END-STRING.
           MOVE SPACES TO KB-MAINT-FILE-LINE.
           STRING FUNCTION TRIM(WS-NEW-KB-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(KBM-WORK) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(KBM-PARTS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COST-EDIT) DELIMITED BY SIZE
               INTO KB-MAINT-FILE-LINE
           END-STRING.
           OPEN EXTEND KB-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               OPEN OUTPUT KB-MAINT-FILE
           END-IF.
           WRITE KB-MAINT-FILE-LINE.
           CLOSE KB-MAINT-FILE.

      *    -------- SHARED BITS --------

       PARSE-PART-ROW.
           MOVE SPACES TO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
               WS-P-COST.
           UNSTRING PARTS-FILE-LINE DELIMITED BY '|'
               INTO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
                    WS-P-COST
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-P-QTY-X) TO WS-P-QTY.

       FIND-PART.
           MOVE 'N' TO WS-PART-SEEN WS-PARTS-EOF.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS = '00'
               PERFORM UNTIL PARTS-EOF OR PART-SEEN
                   READ PARTS-FILE
                       AT END
                           SET PARTS-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-PART-ROW
                           IF FUNCTION TRIM(WS-P-ID) =
                                   FUNCTION TRIM(WS-IN-PART)
                               SET PART-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
           END-IF.

      *    WHAT EVERY OPEN PROJECT HOLDS OF PART WS-P-ID.
       SUM-COMMITTED.
           MOVE 0 TO WS-COMMITTED.
           MOVE 'N' TO WS-BOM-EOF.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-BOM-ROW
                           IF BOM-RESERVED
                                   AND FUNCTION TRIM(BOM-PART-ID) =
                                       FUNCTION TRIM(WS-P-ID)
                               ADD FUNCTION NUMVAL(BOM-QTY)
                                   TO WS-COMMITTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF.

      *    ONE PASS THROUGH data/KBBUILD.DAT VIA THE KEEP FILE,
      *    CHANGING THE NAMED PROJECT AS WS-ACTION SAYS. BUILD-RECORD
      *    IS RE-PARSED PER ROW, SO THE PROJECT IS LOOKED UP AGAIN
      *    AFTERWARDS TO LEAVE ITS NEW STATE IN BUILD-RECORD.
       WORK-BUILD-FILE.
           MOVE 'N' TO WS-BUILD-EOF.
           OPEN INPUT BUILD-FILE.
           IF WS-BUILD-STATUS = '00'
               OPEN OUTPUT BUILD-KEEP-FILE
               PERFORM UNTIL BUILD-EOF
                   READ BUILD-FILE
                       AT END
                           SET BUILD-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-BUILD-ROW
                   END-READ
               END-PERFORM
               CLOSE BUILD-FILE
               CLOSE BUILD-KEEP-FILE
               PERFORM REWRITE-BUILD-FILE
           END-IF.
           PERFORM FIND-BUILD.

       SIFT-BUILD-ROW.
           PERFORM PARSE-BUILD-ROW.
           IF FUNCTION TRIM(BLD-ID) = FUNCTION TRIM(WS-IN-BUILD)
               EVALUATE WS-ACTION
                   WHEN 'B'
                       MOVE 'building' TO BLD-STATUS
                   WHEN 'F'
                       MOVE 'finished' TO BLD-STATUS
                       MOVE WS-TODAY TO BLD-FINISHED
                       MOVE WS-NEW-KB-ID TO BLD-KB-ID
                   WHEN 'A'
                       MOVE 'abandoned' TO BLD-STATUS
                       MOVE WS-TODAY TO BLD-FINISHED
               END-EVALUATE
               MOVE SPACES TO BUILD-KEEP-LINE
               STRING FUNCTION TRIM(BLD-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-LAYOUT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-STATUS) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-STARTED) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-FINISHED) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(BLD-KB-ID) DELIMITED BY SIZE
                   INTO BUILD-KEEP-LINE
               END-STRING
           ELSE
               MOVE BUILD-FILE-LINE TO BUILD-KEEP-LINE
           END-IF.
           WRITE BUILD-KEEP-LINE.

       REWRITE-BUILD-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT BUILD-KEEP-FILE.
           OPEN OUTPUT BUILD-FILE.
           PERFORM UNTIL KEEP-EOF
               READ BUILD-KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE BUILD-KEEP-LINE TO BUILD-FILE-LINE
                       WRITE BUILD-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE BUILD-KEEP-FILE.
           CLOSE BUILD-FILE.

      *    THE SAME SHAPE FOR data/KBBOM.DAT: ONLY THE NAMED PROJECT'S
      *    RESERVED LINES CHANGE ('R' FURTHER LIMITS IT TO ONE PART).
       WORK-BOM-FILE.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 'N' TO WS-BOM-EOF.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '00'
               OPEN OUTPUT BOM-KEEP-FILE
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-BOM-ROW
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
               CLOSE BOM-KEEP-FILE
               PERFORM REWRITE-BOM-FILE
           END-IF.

       SIFT-BOM-ROW.
           PERFORM PARSE-BOM-ROW.
           MOVE BOM-FILE-LINE TO BOM-KEEP-LINE.
           IF FUNCTION TRIM(BOM-BUILD-ID) = FUNCTION TRIM(WS-IN-BUILD)
                   AND BOM-RESERVED
               IF WS-ACTION NOT = 'R'
                       OR FUNCTION TRIM(BOM-PART-ID) =
                          FUNCTION TRIM(WS-IN-PART)
                   ADD 1 TO WS-CHANGED-COUNT
                   IF WS-ACTION = 'U'
                       MOVE 'used' TO BOM-STATE
                   ELSE
                       MOVE 'released' TO BOM-STATE
                   END-IF
                   MOVE SPACES TO BOM-KEEP-LINE
                   STRING FUNCTION TRIM(BOM-BUILD-ID) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(BOM-PART-ID) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(BOM-QTY) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(BOM-UNIT-COST)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(BOM-STATE) DELIMITED BY SIZE
                       INTO BOM-KEEP-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE BOM-KEEP-LINE.

       REWRITE-BOM-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT BOM-KEEP-FILE.
           OPEN OUTPUT BOM-FILE.
           PERFORM UNTIL KEEP-EOF
               READ BOM-KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE BOM-KEEP-LINE TO BOM-FILE-LINE
                       WRITE BOM-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE BOM-KEEP-FILE.
           CLOSE BOM-FILE.
       END PROGRAM KBBUILD.
