       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGFIX.
      *    CONSOLE JOB - TAG GOVERNANCE. STORY-TAGS (FIELD 6 OF
      *    data/STORY.DAT) AND IMG-TAGS (FIELD 6 OF data/GALLERY.DAT)
      *    ARE FREE COMMA LISTS, AND OVER THE YEARS THEY DRIFTED -
      *    relationship BESIDE relationships, ONE-OFF TAGS NOBODY
      *    WILL EVER BROWSE. THE TAG MASTER data/TAGS.DAT (TAGREC.CPY)
      *    NOW NAMES EACH TAG, DESCRIBES IT FOR TAGINDEX.COB AND
      *    LISTS ITS SYNONYMS.
      *
      *        TAGFIX [report]
      *        TAGFIX rename <old> <new>
      *        TAGFIX merge <from> <into>
      *
      *    REPORT CHANGES NOTHING: IT LISTS EVERY TAG CARRIED BY ONE
      *    ROW ONLY (AND WHICH ROW), EVERY TAG IN USE WITH NO MASTER
      *    ROW, EVERY TAG IN USE THAT IS SOMEBODY'S SYNONYM OR HAS
      *    BEEN RENAMED OR MERGED AWAY (WITH THE MERGE THAT TIDIES
      *    IT), AND EVERY MASTER ROW NO ROW CARRIES.
      *    RENAME AND MERGE REWRITE THE TAG ON EVERY ROW OF BOTH
      *    FILES (A ROW THAT WOULD THEN CARRY A TAG TWICE CARRIES IT
      *    ONCE), MOVE THE MASTER ROW - A RENAMED TAG KEEPS ITS NAME,
      *    DESCRIPTION AND SYNONYMS; A MERGED ONE HANDS ITS SYNONYMS
      *    TO THE TAG IT JOINS - AND ADD old|new|STAMP|HOW TO
      *    data/TAG-REDIRECTS.DAT, SO A FEED OR TAG PAGE SUBSCRIBED
      *    UNDER THE OLD NAME STILL RESOLVES (TAGRES.CBL). EARLIER
      *    REDIRECTS TO THE OLD TAG ARE POINTED STRAIGHT AT THE NEW
      *    ONE, AND ONE AWAY FROM THE NEW TAG IS DROPPED - THE NAME
      *    IS IN USE AGAIN. RENAME REFUSES A NEW NAME ALREADY IN USE
      *    (THAT IS A MERGE). ALL OF IT HAPPENS UNDER THE FGUARD
      *    LOCK, EACH REWRITTEN FILE IS ENTERED IN data/MODLOG.DAT AS
      *    STAMP|tagfix|HOW|PATH|OLD>NEW (TREESEAL.COB TAKES THAT AS
      *    THE EXPLANATION), AND THE KEYED STORY INDEX IS RELOADED
      *    WHEN data/STORY.DAT CHANGED. NOTHING IS REWRITTEN WHILE A
      *    STAGING TREE IS OPEN - THE PROMOTE WOULD SEE THE LIVE
      *    STORY FILE CHANGED UNDER IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/TAGFIX-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT TAG-FILE ASSIGN TO "data/TAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT REDIRECT-FILE ASSIGN TO "data/TAG-REDIRECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-STATUS.
           SELECT BASE-FILE ASSIGN TO "data-staging/STAGE-BASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-FILE-LINE      PIC X(2000).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(2000).
       FD  TAG-FILE.
       01  TAG-FILE-LINE       PIC X(400).
       FD  REDIRECT-FILE.
       01  REDIRECT-FILE-LINE  PIC X(80).
       FD  BASE-FILE.
       01  BASE-FILE-LINE      PIC X(200).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'TAGREC.CPY'.
           COPY 'TAGRES.CPY'.
       01  WS-DATA-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-TAG-STATUS       PIC X(2)    VALUE '00'.
       01  WS-REDIRECT-STATUS  PIC X(2)    VALUE '00'.
       01  WS-BASE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-VERB             PIC X(10)   VALUE SPACES.
               88  VERB-REPORT                 VALUE 'report'.
               88  VERB-RENAME                 VALUE 'rename'.
               88  VERB-MERGE                  VALUE 'merge'.
       01  WS-OLD-TAG          PIC X(30)   VALUE SPACES.
       01  WS-NEW-TAG          PIC X(30)   VALUE SPACES.
       01  WS-EXTRA-ARG        PIC X(30)   VALUE SPACES.
       01  WS-CHECK-TAG        PIC X(30)   VALUE SPACES.
       01  WS-TAG-OK           PIC X       VALUE 'Y'.
               88  TAG-OK                      VALUE 'Y'.
       01  WS-CX               PIC 9(2).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-EXIT-CODE        PIC 9       VALUE 0.
       01  WS-DATA-NAME        PIC X(60)   VALUE SPACES.
       01  WS-KIND             PIC X(5)    VALUE SPACES.
       01  WS-RELOAD-COMMAND   PIC X(60)
               VALUE 'cgi-bin/STORYLOAD.COB >/dev/null 2>&1'.
      *    ONE DATA ROW TAKEN APART AROUND ITS TAG FIELD.
       01  WS-ROW              PIC X(2000) VALUE SPACES.
       01  WS-ROW-ID           PIC X(20)   VALUE SPACES.
       01  WS-ROW-LEN          PIC 9(4)    VALUE 0.
       01  WS-ROW-IX           PIC 9(4)    VALUE 0.
       01  WS-ROW-PIPES        PIC 9(3)    VALUE 0.
       01  WS-P5               PIC 9(4)    VALUE 0.
       01  WS-P6               PIC 9(4)    VALUE 0.
       01  WS-FIELD-LEN        PIC 9(4)    VALUE 0.
       01  WS-OLD-FIELD        PIC X(200)  VALUE SPACES.
       01  WS-NEW-FIELD        PIC X(200)  VALUE SPACES.
       01  WS-NEW-PTR          PIC 9(4)    VALUE 1.
       01  WS-NEW-ROW          PIC X(2000) VALUE SPACES.
       01  WS-ROW-PTR          PIC 9(4)    VALUE 1.
       01  WS-ROW-TAGS.
           05  WS-RT           OCCURS 20 TIMES PIC X(30).
       01  WS-RX               PIC 9(2).
       01  WS-RY               PIC 9(2).
       01  WS-ROW-DUP          PIC X       VALUE 'N'.
               88  ROW-DUP                     VALUE 'Y'.
       01  WS-FILE-CHANGED     PIC 9(5)    VALUE 0.
       01  WS-FILE-LONG        PIC 9(5)    VALUE 0.
       01  WS-STORY-CHANGED    PIC X       VALUE 'N'.
               88  STORY-CHANGED               VALUE 'Y'.
      *    EVERY TAG IN USE ACROSS BOTH FILES.
       01  WS-USE-COUNT        PIC 9(3)    VALUE 0.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 300 TIMES.
               10  WS-U-TAG            PIC X(30).
               10  WS-U-ROWS           PIC 9(5).
               10  WS-U-WHERE          PIC X(30).
       01  WS-UX               PIC 9(3).
       01  WS-U-HIT            PIC 9(3)    VALUE 0.
      *    THE TAG MASTER, ROW FOR ROW.
       01  WS-MASTER-COUNT     PIC 9(3)    VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 300 TIMES.
               10  WS-M-LINE           PIC X(400).
               10  WS-M-NAME           PIC X(20).
               10  WS-M-DROP           PIC X.
       01  WS-MX               PIC 9(3).
       01  WS-OLD-MASTER       PIC 9(3)    VALUE 0.
       01  WS-NEW-MASTER       PIC 9(3)    VALUE 0.
       01  WS-GIVEN-SYNONYMS   PIC X(100)  VALUE SPACES.
      *    THE REDIRECTS, ROW FOR ROW.
       01  WS-REDIRECT-COUNT   PIC 9(3)    VALUE 0.
       01  WS-REDIRECT-TABLE.
           05  WS-REDIRECT-ENTRY OCCURS 300 TIMES.
               10  WS-R-OLD            PIC X(20).
               10  WS-R-NEW            PIC X(20).
               10  WS-R-STAMP          PIC X(14).
               10  WS-R-HOW            PIC X(10).
       01  WS-DX               PIC 9(3).
      *    REPORT TOTALS.
       01  WS-ONCE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(4)    VALUE 0.
       01  WS-STALE-COUNT      PIC 9(4)    VALUE 0.
       01  WS-UNUSED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-COUNT-OUT        PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-VERB WS-OLD-TAG WS-NEW-TAG WS-EXTRA-ARG
           END-UNSTRING.
           IF WS-VERB = SPACES
               SET VERB-REPORT TO TRUE
           END-IF.
           MOVE LOWER-CASE(WS-OLD-TAG) TO WS-OLD-TAG.
           MOVE LOWER-CASE(WS-NEW-TAG) TO WS-NEW-TAG.
           PERFORM LOAD-MASTER.
           PERFORM LOAD-REDIRECTS.
           PERFORM COLLECT-USAGE.
           EVALUATE TRUE
               WHEN VERB-REPORT
                   PERFORM REPORT-TAGS
               WHEN VERB-RENAME OR VERB-MERGE
                   PERFORM CHECK-CHANGE
                   IF WS-EXIT-CODE = 0
                       PERFORM APPLY-CHANGE
                   END-IF
               WHEN OTHER
                   DISPLAY 'tagfix: usage - TAGFIX [report] | '
                       'TAGFIX rename <old> <new> | '
                       'TAGFIX merge <from> <into>'
                   MOVE 1 TO WS-EXIT-CODE
           END-EVALUATE.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
       GOBACK.

      *    -------- LOADING --------

       LOAD-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TAG-FILE.
           IF WS-TAG-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ TAG-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF TAG-FILE-LINE NOT = SPACES
                                   AND WS-MASTER-COUNT < 300
                               ADD 1 TO WS-MASTER-COUNT
                               MOVE TAG-FILE-LINE
                                   TO WS-M-LINE(WS-MASTER-COUNT)
                               MOVE SPACES TO TAG-RECORD
                               UNSTRING TAG-FILE-LINE DELIMITED BY '|'
                                   INTO TAG-NAME
                               END-UNSTRING
                               MOVE LOWER-CASE(TRIM(TAG-NAME))
                                   TO WS-M-NAME(WS-MASTER-COUNT)
                               MOVE 'N' TO WS-M-DROP(WS-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAG-FILE
           END-IF.

       LOAD-REDIRECTS.
           MOVE 0 TO WS-REDIRECT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REDIRECT-FILE.
           IF WS-REDIRECT-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ REDIRECT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF REDIRECT-FILE-LINE NOT = SPACES
                                   AND WS-REDIRECT-COUNT < 300
                               ADD 1 TO WS-REDIRECT-COUNT
                               MOVE SPACES
                                 TO WS-REDIRECT-ENTRY(WS-REDIRECT-COUNT)
                               UNSTRING REDIRECT-FILE-LINE
                                   DELIMITED BY '|'
                                   INTO WS-R-OLD(WS-REDIRECT-COUNT)
                                        WS-R-NEW(WS-REDIRECT-COUNT)
                                        WS-R-STAMP(WS-REDIRECT-COUNT)
                                        WS-R-HOW(WS-REDIRECT-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDIRECT-FILE
           END-IF.

       COLLECT-USAGE.
           MOVE 0 TO WS-USE-COUNT.
           MOVE 'data/STORY.DAT' TO WS-DATA-NAME.
           MOVE 'story' TO WS-KIND.
           PERFORM COLLECT-ONE-FILE.
           MOVE 'data/GALLERY.DAT' TO WS-DATA-NAME.
           MOVE 'image' TO WS-KIND.
           PERFORM COLLECT-ONE-FILE.

       COLLECT-ONE-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ DATA-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DATA-FILE-LINE TO WS-ROW
                           PERFORM FIND-TAG-FIELD
                           PERFORM VARYING WS-RX FROM 1 BY 1
                                   UNTIL WS-RX > 20
                               IF WS-RT(WS-RX) NOT = SPACES
                                   PERFORM COUNT-ONE-USE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
           END-IF.

      *    A TAG TWICE ON ONE ROW IS STILL ONE ROW.
       COUNT-ONE-USE.
           MOVE 'N' TO WS-ROW-DUP.
           PERFORM VARYING WS-RY FROM 1 BY 1 UNTIL WS-RY >= WS-RX
               IF WS-RT(WS-RY) = WS-RT(WS-RX)
                   SET ROW-DUP TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ROW-DUP
               MOVE 0 TO WS-U-HIT
               PERFORM VARYING WS-UX FROM 1 BY 1
                       UNTIL WS-UX > WS-USE-COUNT OR WS-U-HIT > 0
                   IF WS-U-TAG(WS-UX) = WS-RT(WS-RX)
                       MOVE WS-UX TO WS-U-HIT
                   END-IF
               END-PERFORM
               IF WS-U-HIT = 0 AND WS-USE-COUNT < 300
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT TO WS-U-HIT
                   MOVE WS-RT(WS-RX) TO WS-U-TAG(WS-U-HIT)
                   MOVE 0 TO WS-U-ROWS(WS-U-HIT)
                   MOVE SPACES TO WS-U-WHERE(WS-U-HIT)
                   STRING TRIM(WS-KIND) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TRIM(WS-ROW-ID) DELIMITED BY SIZE
                       INTO WS-U-WHERE(WS-U-HIT)
                   END-STRING
               END-IF
               IF WS-U-HIT > 0
                   ADD 1 TO WS-U-ROWS(WS-U-HIT)
               END-IF
           END-IF.

      *    FIELD 6 RUNS FROM JUST AFTER THE FIFTH PIPE TO JUST BEFORE
      *    THE SIXTH (OR THE END OF THE ROW - GALLERY ROWS STOP
      *    THERE). WS-P5 IS LEFT ZERO FOR A ROW TOO SHORT TO HAVE ONE.
       FIND-TAG-FIELD.
           MOVE SPACES TO WS-ROW-ID WS-OLD-FIELD WS-ROW-TAGS.
           MOVE 0 TO WS-P5 WS-P6 WS-ROW-PIPES WS-ROW-LEN.
           IF WS-ROW NOT = SPACES
               MOVE LENGTH(TRIM(WS-ROW TRAILING)) TO WS-ROW-LEN
           END-IF.
           UNSTRING WS-ROW DELIMITED BY '|'
               INTO WS-ROW-ID
           END-UNSTRING.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-LEN OR WS-P6 > 0
               IF WS-ROW(WS-ROW-IX:1) = '|'
                   ADD 1 TO WS-ROW-PIPES
                   IF WS-ROW-PIPES = 5
                       MOVE WS-ROW-IX TO WS-P5
                   END-IF
                   IF WS-ROW-PIPES = 6
                       MOVE WS-ROW-IX TO WS-P6
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-P5 > 0
               IF WS-P6 = 0
                   COMPUTE WS-P6 = WS-ROW-LEN + 1
               END-IF
               COMPUTE WS-FIELD-LEN = WS-P6 - WS-P5 - 1
               IF WS-FIELD-LEN > 0
                   MOVE WS-ROW(WS-P5 + 1:WS-FIELD-LEN) TO WS-OLD-FIELD
                   PERFORM SPLIT-OLD-FIELD
               END-IF
           END-IF.

       SPLIT-OLD-FIELD.
           MOVE SPACES TO WS-ROW-TAGS.
           UNSTRING WS-OLD-FIELD DELIMITED BY ','
               INTO WS-RT(1) WS-RT(2) WS-RT(3) WS-RT(4) WS-RT(5)
                    WS-RT(6) WS-RT(7) WS-RT(8) WS-RT(9) WS-RT(10)
                    WS-RT(11) WS-RT(12) WS-RT(13) WS-RT(14) WS-RT(15)
                    WS-RT(16) WS-RT(17) WS-RT(18) WS-RT(19) WS-RT(20)
           END-UNSTRING.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 20
               MOVE TRIM(WS-RT(WS-RX)) TO WS-RT(WS-RX)
           END-PERFORM.

      *    -------- REPORT --------

       REPORT-TAGS.
           MOVE WS-USE-COUNT TO WS-COUNT-OUT.
           DISPLAY 'tagfix: ' TRIM(WS-COUNT-OUT) ' tag(s) in use on '
               'data/STORY.DAT and data/GALLERY.DAT'.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-USE-COUNT
               PERFORM REPORT-ONE-TAG
           END-PERFORM.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT
               MOVE 0 TO WS-U-HIT
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-USE-COUNT OR WS-U-HIT > 0
                   IF WS-U-TAG(WS-RX) = WS-M-NAME(WS-MX)
                       MOVE WS-RX TO WS-U-HIT
                   END-IF
               END-PERFORM
               IF WS-U-HIT = 0
                   ADD 1 TO WS-UNUSED-COUNT
                   DISPLAY 'tagfix: unused master row - '
                       TRIM(WS-M-NAME(WS-MX))
               END-IF
           END-PERFORM.
           MOVE WS-ONCE-COUNT TO WS-COUNT-OUT.
           DISPLAY 'tagfix: ' TRIM(WS-COUNT-OUT) ' used once, '
               WITH NO ADVANCING.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-OUT.
           DISPLAY TRIM(WS-COUNT-OUT) ' with no master row, '
               WITH NO ADVANCING.
           MOVE WS-STALE-COUNT TO WS-COUNT-OUT.
           DISPLAY TRIM(WS-COUNT-OUT) ' to merge, '
               WITH NO ADVANCING.
           MOVE WS-UNUSED-COUNT TO WS-COUNT-OUT.
           DISPLAY TRIM(WS-COUNT-OUT) ' master row(s) unused'.

      *    A TAG THAT RESOLVES TO ANOTHER - A SYNONYM, OR ONE RENAMED
      *    OR MERGED AWAY WHILE A ROW WAS IN STAGING - IS REPORTED
      *    WITH THE MERGE THAT FOLDS IT IN; ONLY A TAG THAT RESOLVES
      *    NOWHERE IS A MISSING MASTER ROW.
       REPORT-ONE-TAG.
           IF WS-U-ROWS(WS-UX) = 1
               ADD 1 TO WS-ONCE-COUNT
               DISPLAY 'tagfix: used once - ' TRIM(WS-U-TAG(WS-UX))
                   ' (' TRIM(WS-U-WHERE(WS-UX)) ')'
           END-IF.
           MOVE WS-U-TAG(WS-UX) TO TGR-TAG.
           SET TGR-UNKNOWN TO TRUE.
           CALL 'TAGRES' USING TAG-RESOLVE
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE TRUE
               WHEN TGR-UNKNOWN
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY 'tagfix: no master row - '
                       TRIM(WS-U-TAG(WS-UX))
               WHEN TGR-BY-SYNONYM OR TGR-BY-REDIRECT
                   ADD 1 TO WS-STALE-COUNT
                   DISPLAY 'tagfix: ' TRIM(WS-U-TAG(WS-UX))
                       ' now means ' TRIM(TGR-TAG) ' - TAGFIX merge '
                       TRIM(WS-U-TAG(WS-UX)) ' ' TRIM(TGR-TAG)
           END-EVALUATE.

      *    -------- RENAME AND MERGE --------

       CHECK-CHANGE.
           MOVE WS-OLD-TAG TO WS-CHECK-TAG.
           PERFORM VALIDATE-TAG.
           IF TAG-OK
               MOVE WS-NEW-TAG TO WS-CHECK-TAG
               PERFORM VALIDATE-TAG
           END-IF.
           IF NOT TAG-OK OR WS-EXTRA-ARG NOT = SPACES
               DISPLAY 'tagfix: tags are one word of a-z, 0-9 and -,'
                   ' twenty characters at most'
               MOVE 1 TO WS-EXIT-CODE
           END-IF.
           IF WS-EXIT-CODE = 0 AND WS-OLD-TAG = WS-NEW-TAG
               DISPLAY 'tagfix: ' TRIM(WS-OLD-TAG)
                   ' and ' TRIM(WS-NEW-TAG) ' are the same tag'
               MOVE 1 TO WS-EXIT-CODE
           END-IF.
           IF WS-EXIT-CODE = 0
               MOVE WS-OLD-TAG TO WS-CHECK-TAG
               PERFORM FIND-MASTER-ROW
               MOVE WS-MX TO WS-OLD-MASTER
               PERFORM FIND-USE-ROW
               IF WS-OLD-MASTER = 0 AND WS-U-HIT = 0
                   DISPLAY 'tagfix: no such tag - '
                       TRIM(WS-OLD-TAG)
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF.
           IF WS-EXIT-CODE = 0
               MOVE WS-NEW-TAG TO WS-CHECK-TAG
               PERFORM FIND-MASTER-ROW
               MOVE WS-MX TO WS-NEW-MASTER
               PERFORM FIND-USE-ROW
               IF VERB-RENAME
                       AND (WS-NEW-MASTER > 0 OR WS-U-HIT > 0)
                   DISPLAY 'tagfix: ' TRIM(WS-NEW-TAG)
                       ' is already a tag - TAGFIX merge '
                       TRIM(WS-OLD-TAG) ' ' TRIM(WS-NEW-TAG)
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF.
           IF WS-EXIT-CODE = 0
               OPEN INPUT BASE-FILE
               IF WS-BASE-STATUS = '00'
                   CLOSE BASE-FILE
                   DISPLAY 'tagfix: a staging tree is open - promote'
                       ' or close it first (STAGE)'
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF.

       VALIDATE-TAG.
           MOVE 'Y' TO WS-TAG-OK.
           IF WS-CHECK-TAG = SPACES OR WS-CHECK-TAG(21:10) NOT = SPACES
               MOVE 'N' TO WS-TAG-OK
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > 20 OR NOT TAG-OK
               IF WS-CHECK-TAG(WS-CX:1) NOT = SPACE
                       AND (WS-CHECK-TAG(WS-CX:1) < 'a'
                           OR WS-CHECK-TAG(WS-CX:1) > 'z')
                       AND (WS-CHECK-TAG(WS-CX:1) < '0'
                           OR WS-CHECK-TAG(WS-CX:1) > '9')
                       AND WS-CHECK-TAG(WS-CX:1) NOT = '-'
                   MOVE 'N' TO WS-TAG-OK
               END-IF
           END-PERFORM.

       FIND-MASTER-ROW.
           MOVE 0 TO WS-DX.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT OR WS-DX > 0
               IF WS-M-NAME(WS-MX) = WS-CHECK-TAG
                   MOVE WS-MX TO WS-DX
               END-IF
           END-PERFORM.
           MOVE WS-DX TO WS-MX.

       FIND-USE-ROW.
           MOVE 0 TO WS-U-HIT.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-USE-COUNT OR WS-U-HIT > 0
               IF WS-U-TAG(WS-UX) = WS-CHECK-TAG
                   MOVE WS-UX TO WS-U-HIT
               END-IF
           END-PERFORM.

       APPLY-CHANGE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'data/STORY.DAT' TO WS-DATA-NAME.
           PERFORM RETAG-ONE-FILE.
           IF WS-FILE-CHANGED > 0
               SET STORY-CHANGED TO TRUE
           END-IF.
           MOVE 'data/GALLERY.DAT' TO WS-DATA-NAME.
           PERFORM RETAG-ONE-FILE.
           PERFORM UPDATE-MASTER.
           PERFORM UPDATE-REDIRECTS.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF STORY-CHANGED
               CALL 'SYSTEM' USING WS-RELOAD-COMMAND
           END-IF.
           DISPLAY 'tagfix: ' TRIM(WS-VERB) ' ' TRIM(WS-OLD-TAG)
               ' > ' TRIM(WS-NEW-TAG) ' done'.

      *    EVERY ROW GOES THROUGH THE KEEP FILE UNCHANGED BUT FOR ITS
      *    TAG FIELD; THE FILE IS ONLY COPIED BACK IF A ROW CHANGED.
       RETAG-ONE-FILE.
           MOVE 0 TO WS-FILE-CHANGED WS-FILE-LONG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL FILE-EOF
                   READ DATA-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DATA-FILE-LINE TO WS-ROW
                           PERFORM RETAG-ONE-ROW
                           MOVE WS-ROW TO KEEP-FILE-LINE
                           WRITE KEEP-FILE-LINE
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
               CLOSE KEEP-FILE
               IF WS-FILE-CHANGED > 0
                   PERFORM COPY-KEEP-BACK
                   PERFORM AUDIT-TAGFIX
               END-IF
               OPEN OUTPUT KEEP-FILE
               CLOSE KEEP-FILE
               MOVE WS-FILE-CHANGED TO WS-COUNT-OUT
               DISPLAY 'tagfix: ' TRIM(WS-DATA-NAME) ' - '
                   TRIM(WS-COUNT-OUT) ' row(s) retagged'
               IF WS-FILE-LONG > 0
                   MOVE WS-FILE-LONG TO WS-COUNT-OUT
                   DISPLAY 'tagfix: ' TRIM(WS-DATA-NAME) ' - '
                       TRIM(WS-COUNT-OUT) ' row(s) left alone, the '
                       'tags would pass sixty characters'
               END-IF
           END-IF.

       RETAG-ONE-ROW.
           PERFORM FIND-TAG-FIELD.
           IF WS-P5 > 0 AND WS-OLD-FIELD NOT = SPACES
               MOVE SPACES TO WS-NEW-FIELD
               MOVE 1 TO WS-NEW-PTR
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 20
                   IF WS-RT(WS-RX) = WS-OLD-TAG
                       MOVE WS-NEW-TAG TO WS-RT(WS-RX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 20
                   PERFORM KEEP-ONE-TAG
               END-PERFORM
               IF TRIM(WS-NEW-FIELD) NOT = TRIM(WS-OLD-FIELD)
                   IF LENGTH(TRIM(WS-NEW-FIELD)) > 60
                       ADD 1 TO WS-FILE-LONG
                   ELSE
                       PERFORM SPLICE-TAG-FIELD
                       ADD 1 TO WS-FILE-CHANGED
                   END-IF
               END-IF
           END-IF.

       KEEP-ONE-TAG.
           MOVE 'N' TO WS-ROW-DUP.
           PERFORM VARYING WS-RY FROM 1 BY 1 UNTIL WS-RY >= WS-RX
               IF WS-RT(WS-RY) = WS-RT(WS-RX)
                   SET ROW-DUP TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RT(WS-RX) NOT = SPACES AND NOT ROW-DUP
               IF WS-NEW-PTR > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-NEW-FIELD WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               STRING TRIM(WS-RT(WS-RX)) DELIMITED BY SIZE
                   INTO WS-NEW-FIELD WITH POINTER WS-NEW-PTR
               END-STRING
           END-IF.

       SPLICE-TAG-FIELD.
           MOVE SPACES TO WS-NEW-ROW.
           MOVE 1 TO WS-ROW-PTR.
           STRING WS-ROW(1:WS-P5) DELIMITED BY SIZE
                  TRIM(WS-NEW-FIELD) DELIMITED BY SIZE
               INTO WS-NEW-ROW WITH POINTER WS-ROW-PTR
           END-STRING.
           IF WS-P6 <= WS-ROW-LEN
               STRING WS-ROW(WS-P6:WS-ROW-LEN - WS-P6 + 1)
                       DELIMITED BY SIZE
                   INTO WS-NEW-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           END-IF.
           MOVE WS-NEW-ROW TO WS-ROW.

       COPY-KEEP-BACK.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT DATA-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO DATA-FILE-LINE
                       WRITE DATA-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE DATA-FILE.

      *    RENAME: THE OLD ROW TAKES THE NEW NAME. MERGE: THE OLD ROW
      *    GOES AND ITS SYNONYMS JOIN THE SURVIVOR'S - OR, IF THE
      *    SURVIVOR HAS NO ROW, THE OLD ROW BECOMES ITS ROW.
       UPDATE-MASTER.
           IF WS-OLD-MASTER > 0
               MOVE SPACES TO TAG-RECORD
               UNSTRING WS-M-LINE(WS-OLD-MASTER) DELIMITED BY '|'
                   INTO TAG-NAME TAG-DISPLAY TAG-DESC TAG-SYNONYMS
               END-UNSTRING
               IF WS-NEW-MASTER = 0
                   MOVE WS-NEW-TAG TO TAG-NAME
                   PERFORM FORM-MASTER-LINE
                   MOVE TAG-FILE-LINE TO WS-M-LINE(WS-OLD-MASTER)
               ELSE
                   MOVE TAG-SYNONYMS TO WS-GIVEN-SYNONYMS
                   MOVE 'Y' TO WS-M-DROP(WS-OLD-MASTER)
                   MOVE SPACES TO TAG-RECORD
                   UNSTRING WS-M-LINE(WS-NEW-MASTER) DELIMITED BY '|'
                       INTO TAG-NAME TAG-DISPLAY TAG-DESC TAG-SYNONYMS
                   END-UNSTRING
                   IF WS-GIVEN-SYNONYMS NOT = SPACES
                       PERFORM ADD-GIVEN-SYNONYMS
                   END-IF
                   PERFORM FORM-MASTER-LINE
                   MOVE TAG-FILE-LINE TO WS-M-LINE(WS-NEW-MASTER)
               END-IF
               OPEN OUTPUT TAG-FILE
               IF WS-TAG-STATUS = '00'
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > WS-MASTER-COUNT
                       IF WS-M-DROP(WS-MX) NOT = 'Y'
                           MOVE WS-M-LINE(WS-MX) TO TAG-FILE-LINE
                           WRITE TAG-FILE-LINE
                       END-IF
                   END-PERFORM
                   CLOSE TAG-FILE
                   MOVE 'data/TAGS.DAT' TO WS-DATA-NAME
                   PERFORM AUDIT-TAGFIX
               ELSE
                   DISPLAY 'tagfix: cannot write data/TAGS.DAT'
                       ' (status ' WS-TAG-STATUS ')'
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF.

       ADD-GIVEN-SYNONYMS.
           IF TAG-SYNONYMS = SPACES
               MOVE WS-GIVEN-SYNONYMS TO TAG-SYNONYMS
           ELSE
               MOVE SPACES TO WS-NEW-FIELD
               STRING TRIM(TAG-SYNONYMS) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      TRIM(WS-GIVEN-SYNONYMS) DELIMITED BY SIZE
                   INTO WS-NEW-FIELD
               END-STRING
               IF LENGTH(TRIM(WS-NEW-FIELD)) > 100
                   DISPLAY 'tagfix: synonyms of ' TRIM(WS-OLD-TAG)
                       ' do not fit on ' TRIM(WS-NEW-TAG)
                       ' - add them to data/TAGS.DAT by hand'
               ELSE
                   MOVE WS-NEW-FIELD TO TAG-SYNONYMS
               END-IF
           END-IF.

      *    A TAG IS NEVER ITS OWN SYNONYM (A RENAME TO ONE OF ITS
      *    SYNONYMS WOULD LEAVE IT SO) AND NO SYNONYM IS LISTED TWICE.
       FORM-MASTER-LINE.
           MOVE SPACES TO WS-NEW-FIELD.
           MOVE 1 TO WS-NEW-PTR.
           MOVE TAG-SYNONYMS TO WS-OLD-FIELD.
           PERFORM SPLIT-OLD-FIELD.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 20
               IF WS-RT(WS-RX) = TAG-NAME
                   MOVE SPACES TO WS-RT(WS-RX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 20
               PERFORM KEEP-ONE-TAG
           END-PERFORM.
           MOVE WS-NEW-FIELD TO TAG-SYNONYMS.
           MOVE SPACES TO TAG-FILE-LINE.
           STRING TRIM(TAG-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(TAG-DISPLAY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(TAG-DESC) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(TAG-SYNONYMS) DELIMITED BY SIZE
               INTO TAG-FILE-LINE
           END-STRING.

      *    THE CHAIN IS KEPT ONE HOP LONG: WHATEVER POINTED AT THE OLD
      *    TAG NOW POINTS AT THE NEW ONE, AND A REDIRECT AWAY FROM
      *    THE NEW TAG IS DROPPED SINCE THAT NAME IS LIVE AGAIN.
       UPDATE-REDIRECTS.
           OPEN OUTPUT REDIRECT-FILE.
           IF WS-REDIRECT-STATUS = '00'
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-REDIRECT-COUNT
                   IF WS-R-NEW(WS-DX) = WS-OLD-TAG
                       MOVE WS-NEW-TAG TO WS-R-NEW(WS-DX)
                   END-IF
                   IF WS-R-OLD(WS-DX) NOT = WS-NEW-TAG
                           AND WS-R-OLD(WS-DX) NOT = WS-OLD-TAG
                       MOVE SPACES TO REDIRECT-FILE-LINE
                       STRING TRIM(WS-R-OLD(WS-DX)) DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              TRIM(WS-R-NEW(WS-DX)) DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              TRIM(WS-R-STAMP(WS-DX)) DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              TRIM(WS-R-HOW(WS-DX)) DELIMITED BY SIZE
                           INTO REDIRECT-FILE-LINE
                       END-STRING
                       WRITE REDIRECT-FILE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REDIRECT-FILE-LINE
               STRING TRIM(WS-OLD-TAG) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(WS-NEW-TAG) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      TRIM(WS-VERB) DELIMITED BY SIZE
                   INTO REDIRECT-FILE-LINE
               END-STRING
               WRITE REDIRECT-FILE-LINE
               CLOSE REDIRECT-FILE
               MOVE 'data/TAG-REDIRECTS.DAT' TO WS-DATA-NAME
               PERFORM AUDIT-TAGFIX
           ELSE
               DISPLAY 'tagfix: cannot write data/TAG-REDIRECTS.DAT'
                   ' (status ' WS-REDIRECT-STATUS ')'
               MOVE 1 TO WS-EXIT-CODE
           END-IF.

       AUDIT-TAGFIX.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|tagfix|' DELIMITED BY SIZE
                  TRIM(WS-VERB) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-DATA-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TRIM(WS-OLD-TAG) DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  TRIM(WS-NEW-TAG) DELIMITED BY SIZE
               INTO MODLOG-FILE-LINE
           END-STRING.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           END-IF.
           WRITE MODLOG-FILE-LINE.
           CLOSE MODLOG-FILE.
       END PROGRAM TAGFIX.
