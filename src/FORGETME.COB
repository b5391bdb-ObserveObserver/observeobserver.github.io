      *    FILES DROP THE WHOLE MATCHING ROW; THE COMMENT FILES ONLY
      *    BLANK THE PRIVATE NOTIFY ADDRESS, BECAUSE THE COMMENT
      *    TEXT ITSELF CARRIES ONLY THE DISPLAY NAME ITS AUTHOR
      *    CHOSE TO PUBLISH. A SCRUB THAT TAKES A ROW OFF THE MAILING
      *    LIST IS POSTED TO THE SUBSCRIBER EVENT LOG THROUGH
      *    SUBLOG.CBL UNDER THE ROW'S TOKEN - THAT LOG NEVER HOLDS THE
      *    ADDRESS, SO IT IS NOT ON THE WALK. THE CONSENT REGISTER
      *    AND THE RE-CONSENT REQUESTS ARE, SO AN EXTRACT SHOWS WHICH
      *    VERSION OF THE PRIVACY NOTICE THE ADDRESS AGREED TO, FOR
      *    WHAT AND WHEN, AND A SCRUB TAKES THAT TRAIL WITH IT. A
      *    MATCHING ROW THAT A LEGAL HOLD ON data/HOLDS.DAT COVERS
      *    (HOLDCHK.CBL DECIDES) IS LEFT EXACTLY AS IT IS BY A SCRUB
      *    AND FLAGGED IN AN EXTRACT; THE REPORT SAYS WHICH HOLD KEPT
      *    IT AND WHY, AND A LIST ROW KEPT THAT WAY IS NOT POSTED AS
      *    FORGOTTEN. THE NIGHTLY BACKUP GENERATIONS (BACKUP.COB) ARE
      *    COPIES OF THE SAME FILES, SO AFTER THE LIVE WALK THE SAME
      *    WALK RUNS OVER EVERY GENERATION UNDER backups/ - A SCRUB
      *    TAKES THE IDENTIFIER OUT OF EACH RETAINED COPY TOO (HOLDS
      *    STILL APPLY) AND HAS BKMANI.CBL REBUILD THAT GENERATION'S
      *    MANIFEST, AND AN EXTRACT COUNTS THE COPIES IT FINDS THERE.
      *    A LIVE FILE THAT HAS A KEYED PER-STORY COPY (SIDEIO.CBL)
      *    HAS THAT COPY RELOADED ONCE IT IS REWRITTEN, SO THE
      *    BLANKED ADDRESS DOES NOT LINGER THERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT SCRUB-LOG-FILE ASSIGN TO "data/FORGETME-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT GEN-LIST-FILE ASSIGN TO "backups/GENERATIONS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  KEEP-FILE-LINE      PIC X(2000).
       FD  SCRUB-LOG-FILE.
       01  SCRUB-LOG-LINE      PIC X(120).
       FD  GEN-LIST-FILE.
       01  GEN-LIST-LINE       PIC X(60).
           COPY 'SUBFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'SUBREC.CPY'.
           COPY 'SUBEVREC.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-LISTED           PIC X       VALUE 'N'.
               88  WAS-LISTED                  VALUE 'Y'.
       01  WS-LISTED-TOKEN     PIC X(16)   VALUE SPACES.
       01  WS-LISTED-STATE     PIC X       VALUE SPACE.
       01  WS-DATA-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LOG-STATUS       PIC X(2)    VALUE '00'.
       01  WS-IDENT            PIC X(80)   VALUE SPACES.
       01  WS-IDENT-LEN        PIC 9(2)    VALUE 0.
       01  WS-DATA-NAME        PIC X(60)   VALUE SPACES.
           COPY 'FORGETWK.CPY'.
       01  WS-WALK-IDX         PIC 9(2).
       01  WS-STYLE            PIC X       VALUE 'D'.
       01  WS-ROW-UPPER        PIC X(2000) VALUE SPACES.
       01  WS-IDENT-UPPER      PIC X(80)   VALUE SPACES.
       01  WS-MATCH-HITS       PIC 9(3)    VALUE 0.
       01  WS-FILE-TOUCHED     PIC 9(5)    VALUE 0.
       01  WS-FILE-HELD        PIC 9(5)    VALUE 0.
       01  WS-TOTAL-TOUCHED    PIC 9(6)    VALUE 0.
      *    THE BACKUP GENERATIONS' SHARE OF THE WALK.
       01  WS-GEN-STATUS       PIC X(2)    VALUE '00'.
       01  WS-GEN-EOF          PIC X       VALUE 'N'.
               88  GEN-EOF                     VALUE 'Y'.
       01  WS-IN-GENERATION    PIC X       VALUE 'N'.
               88  IN-GENERATION               VALUE 'Y'.
       01  WS-GEN-DIR          PIC X(60)   VALUE SPACES.
       01  WS-GEN-TOUCHED      PIC 9(6)    VALUE 0.
       01  WS-GEN-TOTAL        PIC 9(6)    VALUE 0.
       01  WS-GEN-COUNT        PIC 9(3)    VALUE 0.
       01  WS-GEN-HIT-COUNT    PIC 9(3)    VALUE 0.
       01  WS-GEN-FILES        PIC 9(5)    VALUE 0.
       01  WS-GEN-ROWS         PIC 9(9)    VALUE 0.
       01  WS-SHELL-COMMAND    PIC X(120)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
      *    COMMENT-ROW FIELD SPLIT FOR THE NOTIFY-BLANK STYLE.
       01  WS-C6               PIC X(20).
       01  WS-C7               PIC X(30).
       01  WS-C8               PIC X(80).
       01  WS-C9               PIC X(10).
       01  WS-C-PTR            PIC 9(4).
           COPY 'HCKREC.CPY'.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
               WS-TIMESTAMP(1:8) ' ' WS-TIMESTAMP(9:6).
           DISPLAY '--------------------------------------------'.
           IF FUNCTION TRIM(WS-MODE) = 'scrub'
               PERFORM FIND-LIST-ROW
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
               END-CALL
           END-IF.
           PERFORM VARYING WS-WALK-IDX FROM 1 BY 1
                   UNTIL WS-WALK-IDX > WS-WALK-MAX
               MOVE WS-WALK-FILE(WS-WALK-IDX) TO WS-DATA-NAME
               MOVE WS-WALK-STYLE(WS-WALK-IDX) TO WS-STYLE
               PERFORM WALK-ONE-FILE
                       CONTINUE
               END-CALL
               PERFORM LOG-THE-SCRUB
               MOVE 'R' TO HCK-ACTION
               MOVE 'forgetme' TO HCK-CALLER
               CALL 'HOLDCHK' USING HOLD-CHECK
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF WAS-LISTED
                   MOVE SPACES TO SUBSCRIBER-EVENT
                   MOVE WS-TIMESTAMP(1:8) TO SEV-DATE
                   MOVE 'forgotten' TO SEV-EVENT
                   MOVE WS-LISTED-TOKEN TO SEV-TOKEN
                   MOVE WS-LISTED-STATE TO SEV-STATE
                   CALL 'SUBLOG' USING SUBSCRIBER-EVENT
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.
           PERFORM WALK-GENERATIONS.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'forgetme: ' WS-TOTAL-TOUCHED
               ' row(s) matched across the walk - signed off.'.
           IF WS-GEN-COUNT > 0
               DISPLAY 'forgetme: ' WS-GEN-TOTAL
                   ' more in ' WS-GEN-HIT-COUNT ' of '
                   WS-GEN-COUNT ' backup generation(s).'
           END-IF.
       GOBACK.

       WALK-ONE-FILE.
           MOVE 0 TO WS-FILE-TOUCHED WS-FILE-HELD.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = '00'
               IF NOT IN-GENERATION
                   DISPLAY '  ' FUNCTION TRIM(WS-DATA-NAME)
                       ': not present'
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-MODE) = 'scrub'
                   OPEN OUTPUT KEEP-FILE
                       PERFORM REWRITE-DATA-FILE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN IN-GENERATION
                           AND WS-FILE-TOUCHED = 0
                           AND WS-FILE-HELD = 0
                       CONTINUE
                   WHEN WS-FILE-HELD > 0
                       DISPLAY '  ' FUNCTION TRIM(WS-DATA-NAME) ': '
                           WS-FILE-TOUCHED ' matching row(s), '
                           WS-FILE-HELD ' more kept under a hold'
                   WHEN OTHER
                       DISPLAY '  ' FUNCTION TRIM(WS-DATA-NAME) ': '
                           WS-FILE-TOUCHED ' matching row(s)'
               END-EVALUATE
               IF IN-GENERATION
                   ADD WS-FILE-TOUCHED TO WS-GEN-TOUCHED
               ELSE
                   ADD WS-FILE-TOUCHED TO WS-TOTAL-TOUCHED
               END-IF
           END-IF.

       JUDGE-ONE-ROW.
                   WRITE KEEP-FILE-LINE
               END-IF
           ELSE
               PERFORM ASK-ABOUT-HOLDS
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-MODE) = 'extract'
                           AND IN-GENERATION
                       ADD 1 TO WS-FILE-TOUCHED
                   WHEN FUNCTION TRIM(WS-MODE) = 'extract'
                       ADD 1 TO WS-FILE-TOUCHED
                       DISPLAY '    '
                           FUNCTION TRIM(DATA-FILE-LINE(1:200))
                       IF HCK-HELD
                           DISPLAY '      (under hold '
                               FUNCTION TRIM(HCK-HOLD-ID) ' - '
                               FUNCTION TRIM(HCK-REASON) ')'
                       END-IF
                   WHEN HCK-HELD
                       ADD 1 TO WS-FILE-HELD
                       IF NOT IN-GENERATION
                           DISPLAY '    kept under hold '
                               FUNCTION TRIM(HCK-HOLD-ID) ' - '
                               FUNCTION TRIM(HCK-REASON)
                       END-IF
                       IF WS-DATA-NAME = 'data/SUBSCRIBERS.DAT'
                           MOVE 'N' TO WS-LISTED
                       END-IF
                       MOVE DATA-FILE-LINE TO KEEP-FILE-LINE
                       WRITE KEEP-FILE-LINE
                   WHEN WS-STYLE = 'N'
                       ADD 1 TO WS-FILE-TOUCHED
                       PERFORM BLANK-NOTIFY-FIELD
                       MOVE DATA-FILE-LINE TO KEEP-FILE-LINE
                       WRITE KEEP-FILE-LINE
                   WHEN OTHER
                       ADD 1 TO WS-FILE-TOUCHED
               END-EVALUATE
           END-IF.

      *    NONE OF THE WALKED FILES SHARE A DATE POSITION, SO THE ROW
      *    GOES WITHOUT ONE - A HOLD LIMITED TO A DATE RANGE KEEPS
      *    EVERY ROW IT OTHERWISE COVERS, THE SAFE WAY ROUND. A
      *    GENERATION'S COPY IS ASKED ABOUT UNDER THE LIVE FILE'S
      *    NAME, SO A HOLD ON A FILE COVERS ITS BACKUPS TOO.
       ASK-ABOUT-HOLDS.
           MOVE 'C' TO HCK-ACTION.
           MOVE 'forgetme' TO HCK-CALLER.
           MOVE WS-WALK-FILE(WS-WALK-IDX) TO HCK-FILE.
           MOVE SPACES TO HCK-ROW-DATE.
           MOVE DATA-FILE-LINE TO HCK-ROW.
           CALL 'HOLDCHK' USING HOLD-CHECK
               ON EXCEPTION
                   MOVE 'F' TO HCK-VERDICT
           END-CALL.

      *    THE NOTIFY ADDRESS IS FIELD EIGHT OF A COMMENT ROW - THE
      *    ROW IS REBUILT WITH THAT FIELD EMPTY AND EVERYTHING ELSE
      *    BYTE-FOR-BYTE AS IT WAS.
       BLANK-NOTIFY-FIELD.
           MOVE SPACES TO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5 WS-C6
               WS-C7 WS-C8 WS-C9.
           UNSTRING DATA-FILE-LINE DELIMITED BY '|'
               INTO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5 WS-C6 WS-C7
                    WS-C8 WS-C9
           END-UNSTRING.
           MOVE SPACES TO DATA-FILE-LINE.
           STRING FUNCTION TRIM(WS-C1) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO DATA-FILE-LINE
           END-STRING.
      *    A HISTORICAL ROW (COMMENT-ORIGIN, FIELD NINE) KEEPS ITS
      *    MARK.
           IF WS-C9 NOT = SPACES
               COMPUTE WS-C-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(DATA-FILE-LINE TRAILING)) + 1
               STRING '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C9) DELIMITED BY SIZE
                   INTO DATA-FILE-LINE WITH POINTER WS-C-PTR
               END-STRING
           END-IF.

      *    THE GENERATIONS ARE LISTED THE WAY BACKUP.COB LISTS THEM
      *    FOR ITS ROTATION; A HOST WITH NO backups/ HAS NONE.
       WALK-GENERATIONS.
           STRING 'ls -1d backups/daily-* backups/weekly-* '
                      DELIMITED BY SIZE
                  'backups/monthly-* > backups/GENERATIONS.LST '
                      DELIMITED BY SIZE
                  '2>/dev/null' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-COMMAND.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT GEN-LIST-FILE.
           IF WS-GEN-STATUS = '00'
               SET IN-GENERATION TO TRUE
               PERFORM UNTIL GEN-EOF
                   READ GEN-LIST-FILE
                       AT END
                           SET GEN-EOF TO TRUE
                       NOT AT END
                           IF GEN-LIST-LINE NOT = SPACES
                               PERFORM WALK-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-LIST-FILE
               MOVE 'N' TO WS-IN-GENERATION
           END-IF.
           IF FUNCTION TRIM(WS-MODE) = 'scrub' AND WS-GEN-COUNT > 0
               PERFORM LOG-THE-GENERATIONS
               MOVE 'R' TO HCK-ACTION
               MOVE 'forgetme' TO HCK-CALLER
               CALL 'HOLDCHK' USING HOLD-CHECK
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       WALK-ONE-GENERATION.
           ADD 1 TO WS-GEN-COUNT.
           MOVE GEN-LIST-LINE TO WS-GEN-DIR.
           MOVE 0 TO WS-GEN-TOUCHED.
           PERFORM VARYING WS-WALK-IDX FROM 1 BY 1
                   UNTIL WS-WALK-IDX > WS-WALK-MAX
               MOVE SPACES TO WS-DATA-NAME
               STRING FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WALK-FILE(WS-WALK-IDX))
                          DELIMITED BY SIZE
                   INTO WS-DATA-NAME
               END-STRING
               MOVE WS-WALK-STYLE(WS-WALK-IDX) TO WS-STYLE
               PERFORM WALK-ONE-FILE
           END-PERFORM.
           IF WS-GEN-TOUCHED > 0
               ADD 1 TO WS-GEN-HIT-COUNT
               ADD WS-GEN-TOUCHED TO WS-GEN-TOTAL
               IF FUNCTION TRIM(WS-MODE) = 'scrub'
                   CALL 'BKMANI' USING WS-GEN-DIR WS-GEN-FILES
                       WS-GEN-ROWS
                       ON EXCEPTION
                           DISPLAY '  ' FUNCTION TRIM(WS-GEN-DIR)
                               ': manifest NOT rebuilt'
                   END-CALL
               END-IF
           END-IF.

       REWRITE-DATA-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE DATA-FILE.
           IF NOT IN-GENERATION
               MOVE 'L' TO SIX-ACTION
               MOVE WS-DATA-NAME TO SIX-FILE
               MOVE SPACES TO SIX-STORY SIX-LINE
               CALL 'SIDEIO' USING SIDE-IO
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

      *    THE AUDIT ROW DELIBERATELY DOES NOT REPEAT THE IDENTIFIER
      *    - A LOG OF FORGOTTEN ADDRESSES WOULD DEFEAT THE POINT.
      *    THE IDENTIFIER'S ROW ON THE MAILING LIST, IF IT HAS ONE,
      *    READ BEFORE THE WALK DROPS IT.
       FIND-LIST-ROW.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF OR WAS-LISTED
                   READ SUBSCRIBER-FILE
                       AT END
                           SET SUB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SUBSCRIBER-EMAIL
                               SUBSCRIBER-DATE SUBSCRIBER-FREQ
                               SUBSCRIBER-STATE SUBSCRIBER-TOKEN
                           UNSTRING SUBSCRIBER-FILE-LINE
                               DELIMITED BY '|'
                               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
                                    SUBSCRIBER-FREQ SUBSCRIBER-STATE
                                    SUBSCRIBER-TOKEN
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(SUBSCRIBER-EMAIL))
                                   = WS-IDENT-UPPER
                               SET WAS-LISTED TO TRUE
                               MOVE SUBSCRIBER-TOKEN
                                   TO WS-LISTED-TOKEN
                               MOVE SUBSCRIBER-STATE
                                   TO WS-LISTED-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       LOG-THE-SCRUB.
           MOVE SPACES TO SCRUB-LOG-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
           END-IF.
           WRITE SCRUB-LOG-LINE.
           CLOSE SCRUB-LOG-FILE.

       LOG-THE-GENERATIONS.
           MOVE SPACES TO SCRUB-LOG-LINE.
           STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '|scrub-backups|' DELIMITED BY SIZE
                  WS-GEN-TOTAL DELIMITED BY SIZE
                  ' row(s) removed or blanked in ' DELIMITED BY SIZE
                  WS-GEN-HIT-COUNT DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  WS-GEN-COUNT DELIMITED BY SIZE
                  ' generation(s)' DELIMITED BY SIZE
               INTO SCRUB-LOG-LINE
           END-STRING.
           OPEN EXTEND SCRUB-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT SCRUB-LOG-FILE
           END-IF.
           WRITE SCRUB-LOG-LINE.
           CLOSE SCRUB-LOG-FILE.
       END PROGRAM FORGETME.
