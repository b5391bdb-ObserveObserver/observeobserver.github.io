       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPDIFF.
      *    SCHEDULED JOB - THE NIGHTLY SNAPSHOT DIFF. scripts/
      *    snapshot.sh SAVES EVERY PAGE'S RENDERED OUTPUT UNDER
      *    snapshots/<DATE>/ EACH NIGHT, BUT NOTHING COMPARED ONE
      *    NIGHT WITH THE NEXT - A THEME-CALENDAR SWITCH OR A SHARED
      *    SUBPROGRAM THAT BROKE A PAGE WAS ONLY NOTICED WHEN A
      *    READER SAID SO. RUN AFTER THE SNAPSHOT:
      *
      *        SNAPDIFF [archive root]    (DEFAULT snapshots)
      *
      *    THE TWO NEWEST DATED DIRECTORIES ARE COMPARED PAGE BY
      *    PAGE. AN IDENTICAL PAGE IS LEFT ALONE; A CHANGED ONE IS
      *    diff -U0'D AND EACH HUNK SORTED BY THE RULES IN
      *    data/SNAPDIFF-RULES.DAT (KIND|TEXT|LABEL, FIRST MATCH
      *    WINS): A CHANGED LINE CONTAINING AN unexpected TEXT (HEAD
      *    META, NAVIGATION, THE SEASON LINE) IS UNEXPECTED WHATEVER
      *    ELSE THE HUNK HOLDS; THE REST OF A HUNK THAT HAS ANY
      *    expected LINE (A NEW STORY OR FEED ITEM, A NEW COMMENT,
      *    HIT COUNTS) IS EXPECTED WITH IT, SINCE A NEW STORY ARRIVES
      *    AS ONE BLOCK; A HUNK WITH NO RULE MATCHED AT ALL IS
      *    LAYOUT, AND UNEXPECTED. A PAGE THAT WENT MISSING OR EMPTY,
      *    OR SHRANK BELOW THE shrink PERCENTAGE OF YESTERDAY'S SIZE,
      *    IS UNEXPECTED WHATEVER ITS LINES SAY; A NEW PAGE IS
      *    EXPECTED. EVERY UNEXPECTED PAGE, WITH UP TO EIGHT OF ITS
      *    CHANGED LINES (- GONE, + NEW), GOES IN ONE MAIL THROUGH
      *    data/MAILQ.DAT TO THE data/QUEUE-ALERT.DAT ADDRESS, BODY
      *    IN data/SNAPDIFF-BODY.TXT - ONCE PER PAIR OF NIGHTS, SO A
      *    RERUN DOES NOT MAIL AGAIN. data/SNAPDIFF-STATE.DAT KEEPS
      *    THE LAST RUN -
      *        STAMP|YESTERDAY|TODAY|PAGES|CHANGED|EXPECTED|UNEXPECTED
      *    AND EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE PAGES COMPARED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "data/SNAPDIFF-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT DAYS-FILE ASSIGN TO "data/SNAPDIFF-DAYS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT PAGES-FILE ASSIGN TO "data/SNAPDIFF-PAGES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-STATUS.
           SELECT DIFF-FILE ASSIGN TO "data/SNAPDIFF.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/SNAPDIFF-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT BODY-FILE ASSIGN TO "data/SNAPDIFF-BODY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-FILE-LINE     PIC X(120).
       FD  DAYS-FILE.
       01  DAYS-FILE-LINE      PIC X(40).
       FD  PAGES-FILE.
       01  PAGES-FILE-LINE     PIC X(120).
       FD  DIFF-FILE.
       01  DIFF-FILE-LINE      PIC X(2000).
       FD  STATE-FILE.
       01  STATE-FILE-LINE     PIC X(120).
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(160).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
       01  WS-RULES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-DAYS-STATUS      PIC X(2)    VALUE '00'.
       01  WS-PAGES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-DIFF-STATUS      PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-DIFF-EOF         PIC X       VALUE 'N'.
               88  DIFF-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-ARCHIVE-ROOT     PIC X(60)   VALUE 'snapshots'.
       01  WS-COMMAND          PIC X(600)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
      *    HELD UNTIL THE LEDGER CALL IS DONE - THE CALL RESETS
      *    RETURN-CODE.
       01  WS-EXIT-CODE        PIC 9       VALUE 0.
       01  WS-PREV-DAY         PIC X(20)   VALUE SPACES.
       01  WS-CUR-DAY          PIC X(20)   VALUE SPACES.
       01  WS-PREV-DIR         PIC X(90)   VALUE SPACES.
       01  WS-CUR-DIR          PIC X(90)   VALUE SPACES.
      *    THE RULES - KIND IS 'E'XPECTED OR 'U'NEXPECTED.
       01  WS-SHRINK-PCT       PIC 9(3)    VALUE 50.
       01  WS-RULE-COUNT       PIC 9(3)    VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY       OCCURS 200 TIMES.
               10  WS-RULE-KIND        PIC X.
               10  WS-RULE-TEXT        PIC X(60).
               10  WS-RULE-LEN         PIC 9(2).
               10  WS-RULE-LABEL       PIC X(20).
       01  WS-RX               PIC 9(3).
       01  WS-RULE-HIT         PIC 9(3)    VALUE 0.
       01  WS-TEXT-HITS        PIC 9(4)    VALUE 0.
       01  WS-R-F1             PIC X(20).
       01  WS-R-F2             PIC X(60).
       01  WS-R-F3             PIC X(20).
      *    THE PAGE IN HAND.
       01  WS-PAGE-NAME        PIC X(60).
       01  WS-PREV-SIZE-X      PIC X(12).
       01  WS-CUR-SIZE-X       PIC X(12).
       01  WS-SAME-X           PIC X(8).
       01  WS-PREV-SIZE        PIC 9(9)    VALUE 0.
       01  WS-CUR-SIZE         PIC 9(9)    VALUE 0.
       01  WS-PAGE-BAD         PIC X       VALUE 'N'.
               88  PAGE-UNEXPECTED             VALUE 'Y'.
       01  WS-PAGE-REASON      PIC X(20)   VALUE SPACES.
       01  WS-PAGE-SHOWN       PIC 9(2)    VALUE 0.
      *    THE HUNK IN HAND - ITS LINES HELD UNTIL THE NEXT @@ SAYS
      *    WHETHER ANY OF THEM WAS EXPECTED.
       01  WS-HUNK-COUNT       PIC 9(4)    VALUE 0.
       01  WS-HUNK-TABLE.
           05  WS-HUNK-ENTRY       OCCURS 200 TIMES.
               10  WS-HUNK-TEXT        PIC X(150).
               10  WS-HUNK-KIND        PIC X.
               10  WS-HUNK-LABEL       PIC X(20).
       01  WS-HX               PIC 9(4).
       01  WS-HUNK-EXPECTED    PIC X       VALUE 'N'.
               88  HUNK-HAS-EXPECTED           VALUE 'Y'.
       01  WS-LINE-KIND        PIC X.
       01  WS-LINE-LABEL       PIC X(20).
      *    TOTALS AND THE LAST RUN.
       01  WS-PAGE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-CHANGED-COUNT    PIC 9(5)    VALUE 0.
       01  WS-EXPECTED-COUNT   PIC 9(5)    VALUE 0.
       01  WS-UNEXPECTED-COUNT PIC 9(5)    VALUE 0.
       01  WS-LAST-PREV        PIC X(20)   VALUE SPACES.
       01  WS-LAST-CUR         PIC X(20)   VALUE SPACES.
       01  WS-LAST-UNEXPECTED  PIC X(8)    VALUE SPACES.
       01  WS-SF-F1            PIC X(14).
       01  WS-SF-SKIP          PIC X(8).
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-COUNT-ED         PIC Z(4)9.
       01  WS-COUNT-ED2        PIC Z(4)9.
       01  WS-COUNT-ED3        PIC Z(4)9.
       01  WS-COUNT-ED4        PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'SNAPDIFF' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF WS-COMMAND-ARGS NOT = SPACES
               UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
                   INTO WS-ARCHIVE-ROOT
               END-UNSTRING
           END-IF.
           PERFORM FIND-TWO-NIGHTS.
           IF WS-PREV-DAY = SPACES
               DISPLAY 'snapdiff: fewer than two snapshots under '
                   FUNCTION TRIM(WS-ARCHIVE-ROOT)
                   ' - nothing to compare'
               MOVE 'idle' TO JOB-OUTCOME
           ELSE
               PERFORM LOAD-RULES
               PERFORM COMPARE-NIGHTS
           END-IF.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
       GOBACK.

      *    -------- SETTING UP --------

      *    ONLY DIRECTORIES NAMED LIKE snapshot.sh NAMES THEM COUNT -
      *    A HAND-MADE snapshots/old/ IS NOT A NIGHT.
       FIND-TWO-NIGHTS.
           MOVE SPACES TO WS-COMMAND.
           STRING 'ls -1 ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-ROOT) DELIMITED BY SIZE
                  ' 2>/dev/null | grep -E ''^[0-9]{4}-[0-9]{2}-[0-9]'
                      DELIMITED BY SIZE
                  '{2}$'' | sort | tail -2 > data/SNAPDIFF-DAYS.LST'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DAYS-FILE.
           IF WS-DAYS-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ DAYS-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DAYS-FILE-LINE NOT = SPACES
                               MOVE WS-CUR-DAY TO WS-PREV-DAY
                               MOVE DAYS-FILE-LINE TO WS-CUR-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYS-FILE
           END-IF.
           MOVE SPACES TO WS-PREV-DIR WS-CUR-DIR.
           STRING FUNCTION TRIM(WS-ARCHIVE-ROOT) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DAY) DELIMITED BY SIZE
               INTO WS-PREV-DIR
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCHIVE-ROOT) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DAY) DELIMITED BY SIZE
               INTO WS-CUR-DIR
           END-STRING.

       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
               DISPLAY 'snapdiff: no data/SNAPDIFF-RULES.DAT - every '
                   'change counts as unexpected'
           ELSE
               PERFORM UNTIL FILE-EOF
                   READ RULES-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-RULE-ROW
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       TAKE-RULE-ROW.
           MOVE SPACES TO WS-R-F1 WS-R-F2 WS-R-F3.
           UNSTRING RULES-FILE-LINE DELIMITED BY '|'
               INTO WS-R-F1 WS-R-F2 WS-R-F3
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(WS-R-F1)
               WHEN 'shrink'
                   IF FUNCTION TRIM(WS-R-F2) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-R-F2) TO WS-SHRINK-PCT
                   END-IF
               WHEN 'expected'
               WHEN 'unexpected'
                   IF WS-R-F2 NOT = SPACES AND WS-RULE-COUNT < 200
                       ADD 1 TO WS-RULE-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-R-F1(1:1))
                           TO WS-RULE-KIND(WS-RULE-COUNT)
                       MOVE WS-R-F2 TO WS-RULE-TEXT(WS-RULE-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-R-F2))
                           TO WS-RULE-LEN(WS-RULE-COUNT)
                       MOVE WS-R-F3 TO WS-RULE-LABEL(WS-RULE-COUNT)
                   END-IF
           END-EVALUATE.

      *    -------- COMPARING --------

      *    ONE ROW PER PAGE IN EITHER NIGHT - NAME|YESTERDAY'S
      *    BYTES|TODAY'S BYTES|same OR diff, A - FOR A NIGHT WITHOUT
      *    THE PAGE.
       COMPARE-NIGHTS.
           MOVE SPACES TO WS-COMMAND.
           STRING 'P=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DIR) DELIMITED BY SIZE
                  '; C=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DIR) DELIMITED BY SIZE
                  '; (ls "$P"; ls "$C") 2>/dev/null | grep ''\.html$'''
                      DELIMITED BY SIZE
                  ' | sort -u | while read f; do a=-; b=-; '
                      DELIMITED BY SIZE
                  '[ -f "$P/$f" ] && a=$(wc -c < "$P/$f" | tr -d '' '')'
                      DELIMITED BY SIZE
                  '; [ -f "$C/$f" ] && b=$(wc -c < "$C/$f" | tr -d '
                      DELIMITED BY SIZE
                  ''' ''); s=diff; cmp -s "$P/$f" "$C/$f" && s=same; '
                      DELIMITED BY SIZE
                  'echo "$f|$a|$b|$s"; done > data/SNAPDIFF-PAGES.LST'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           OPEN OUTPUT BODY-FILE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'pages that changed unexpectedly between the '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DAY) DELIMITED BY SIZE
                  ' and ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DAY) DELIMITED BY SIZE
                  ' snapshots (- gone, + new):' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAGES-FILE.
           IF WS-PAGES-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ PAGES-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PAGES-FILE-LINE NOT = SPACES
                               PERFORM JUDGE-ONE-PAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGES-FILE
           END-IF.
           CLOSE BODY-FILE.
           MOVE WS-PAGE-COUNT TO JOB-ROWS.
           MOVE WS-PAGE-COUNT TO WS-COUNT-ED.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED2.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-ED3.
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-ED4.
           DISPLAY 'snapdiff: ' FUNCTION TRIM(WS-COUNT-ED)
               ' page(s) compared, ' FUNCTION TRIM(WS-PREV-DAY)
               ' to ' FUNCTION TRIM(WS-CUR-DAY) ', '
               FUNCTION TRIM(WS-COUNT-ED2) ' changed, '
               FUNCTION TRIM(WS-COUNT-ED3) ' expected, '
               FUNCTION TRIM(WS-COUNT-ED4) ' unexpected'.
           IF WS-UNEXPECTED-COUNT > 0
               MOVE 'fail' TO JOB-OUTCOME
               MOVE 1 TO WS-EXIT-CODE
               PERFORM LOAD-LAST-STATE
               IF WS-LAST-PREV = WS-PREV-DAY
                       AND WS-LAST-CUR = WS-CUR-DAY
                       AND FUNCTION TRIM(WS-LAST-UNEXPECTED) NOT = '0'
                   DISPLAY 'snapdiff: these two nights were already '
                       'reported - no new mail'
               ELSE
                   PERFORM READ-ALERT-ADDRESS
                   PERFORM QUEUE-DIFF-ALERT
               END-IF
           END-IF.
           PERFORM WRITE-STATE.

       JUDGE-ONE-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO WS-PAGE-NAME WS-PREV-SIZE-X WS-CUR-SIZE-X
               WS-SAME-X WS-PAGE-REASON.
           UNSTRING PAGES-FILE-LINE DELIMITED BY '|'
               INTO WS-PAGE-NAME WS-PREV-SIZE-X WS-CUR-SIZE-X
                    WS-SAME-X
           END-UNSTRING.
           MOVE 'N' TO WS-PAGE-BAD.
           MOVE 0 TO WS-PAGE-SHOWN WS-PREV-SIZE WS-CUR-SIZE.
           IF FUNCTION TRIM(WS-PREV-SIZE-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PREV-SIZE-X) TO WS-PREV-SIZE
           END-IF.
           IF FUNCTION TRIM(WS-CUR-SIZE-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CUR-SIZE-X) TO WS-CUR-SIZE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SAME-X = 'same'
                   CONTINUE
               WHEN WS-PREV-SIZE-X = '-'
                   ADD 1 TO WS-CHANGED-COUNT
                   ADD 1 TO WS-EXPECTED-COUNT
               WHEN WS-CUR-SIZE-X = '-'
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'missing' TO WS-PAGE-REASON
                   PERFORM MARK-PAGE-UNEXPECTED
               WHEN WS-CUR-SIZE = 0
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'went empty' TO WS-PAGE-REASON
                   PERFORM MARK-PAGE-UNEXPECTED
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-COUNT
                   IF WS-CUR-SIZE * 100 < WS-PREV-SIZE * WS-SHRINK-PCT
                       MOVE 'shrank sharply' TO WS-PAGE-REASON
                       PERFORM MARK-PAGE-UNEXPECTED
                   END-IF
                   PERFORM DIFF-ONE-PAGE
                   IF PAGE-UNEXPECTED
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-EXPECTED-COUNT
                   END-IF
           END-EVALUATE.

      *    THE FIRST REASON FOUND NAMES THE PAGE; ITS HEADING GOES IN
      *    THE BODY THEN, AND ITS LINES FOLLOW UNDER IT.
       MARK-PAGE-UNEXPECTED.
           IF NOT PAGE-UNEXPECTED
               SET PAGE-UNEXPECTED TO TRUE
               ADD 1 TO WS-UNEXPECTED-COUNT
               DISPLAY 'snapdiff: ' FUNCTION TRIM(WS-PAGE-NAME)
                   ' - ' FUNCTION TRIM(WS-PAGE-REASON)
               MOVE SPACES TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               STRING FUNCTION TRIM(WS-PAGE-NAME) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PAGE-REASON) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-SIZE-X) DELIMITED BY SIZE
                      ' bytes, now ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-SIZE-X) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
           END-IF.

       DIFF-ONE-PAGE.
           MOVE SPACES TO WS-COMMAND.
           STRING 'diff -U0 "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-NAME) DELIMITED BY SIZE
                  '" "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-NAME) DELIMITED BY SIZE
                  '" | sed ''1,2d'' > data/SNAPDIFF.LST'
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE 0 TO WS-HUNK-COUNT.
           MOVE 'N' TO WS-HUNK-EXPECTED.
           MOVE 'N' TO WS-DIFF-EOF.
           OPEN INPUT DIFF-FILE.
           IF WS-DIFF-STATUS = '00'
               PERFORM UNTIL DIFF-EOF
                   READ DIFF-FILE
                       AT END
                           SET DIFF-EOF TO TRUE
                       NOT AT END
                           IF DIFF-FILE-LINE(1:2) = '@@'
                               PERFORM CLOSE-HUNK
                           ELSE
                               PERFORM TAKE-HUNK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIFF-FILE
               PERFORM CLOSE-HUNK
           END-IF.

      *    A LINE THAT IS ONLY WHITESPACE AFTER ITS - OR + SAYS
      *    NOTHING EITHER WAY.
       TAKE-HUNK-LINE.
           IF DIFF-FILE-LINE(2:) NOT = SPACES
               PERFORM MATCH-RULES
               IF WS-LINE-KIND = 'E'
                   SET HUNK-HAS-EXPECTED TO TRUE
               END-IF
               IF WS-HUNK-COUNT < 200
                   ADD 1 TO WS-HUNK-COUNT
                   MOVE DIFF-FILE-LINE
                       TO WS-HUNK-TEXT(WS-HUNK-COUNT)
                   MOVE WS-LINE-KIND TO WS-HUNK-KIND(WS-HUNK-COUNT)
                   MOVE WS-LINE-LABEL TO WS-HUNK-LABEL(WS-HUNK-COUNT)
               END-IF
           END-IF.

       MATCH-RULES.
           MOVE SPACE TO WS-LINE-KIND.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE 0 TO WS-RULE-HIT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT OR WS-RULE-HIT > 0
               MOVE 0 TO WS-TEXT-HITS
               INSPECT DIFF-FILE-LINE(2:) TALLYING WS-TEXT-HITS
                   FOR ALL WS-RULE-TEXT(WS-RX)(1:WS-RULE-LEN(WS-RX))
               IF WS-TEXT-HITS > 0
                   MOVE WS-RX TO WS-RULE-HIT
               END-IF
           END-PERFORM.
           IF WS-RULE-HIT > 0
               MOVE WS-RULE-KIND(WS-RULE-HIT) TO WS-LINE-KIND
               MOVE WS-RULE-LABEL(WS-RULE-HIT) TO WS-LINE-LABEL
           END-IF.

       CLOSE-HUNK.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HUNK-COUNT
               IF WS-HUNK-KIND(WS-HX) = SPACE
                   IF HUNK-HAS-EXPECTED
                       MOVE 'E' TO WS-HUNK-KIND(WS-HX)
                   ELSE
                       MOVE 'U' TO WS-HUNK-KIND(WS-HX)
                       MOVE 'layout' TO WS-HUNK-LABEL(WS-HX)
                   END-IF
               END-IF
               IF WS-HUNK-KIND(WS-HX) = 'U'
                   IF NOT PAGE-UNEXPECTED
                       MOVE WS-HUNK-LABEL(WS-HX) TO WS-PAGE-REASON
                       PERFORM MARK-PAGE-UNEXPECTED
                   END-IF
                   IF WS-PAGE-SHOWN < 8
                       ADD 1 TO WS-PAGE-SHOWN
                       MOVE SPACES TO BODY-FILE-LINE
                       STRING '  ' DELIMITED BY SIZE
                              WS-HUNK-TEXT(WS-HX) DELIMITED BY SIZE
                           INTO BODY-FILE-LINE
                       END-STRING
                       WRITE BODY-FILE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-HUNK-COUNT.
           MOVE 'N' TO WS-HUNK-EXPECTED.

      *    -------- STATE AND ALERT --------

       LOAD-LAST-STATE.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING STATE-FILE-LINE DELIMITED BY '|'
                           INTO WS-SF-F1 WS-LAST-PREV WS-LAST-CUR
                                WS-SF-SKIP WS-SF-SKIP WS-SF-SKIP
                                WS-LAST-UNEXPECTED
                       END-UNSTRING
               END-READ
               CLOSE STATE-FILE
           END-IF.

       WRITE-STATE.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               MOVE SPACES TO STATE-FILE-LINE
               STRING WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-DAY) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-DAY) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED3) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED4) DELIMITED BY SIZE
                   INTO STATE-FILE-LINE
               END-STRING
               WRITE STATE-FILE-LINE
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

       QUEUE-DIFF-ALERT.
           IF FUNCTION TRIM(WS-ALERT-ADDR) = SPACES
               DISPLAY 'snapdiff: unexpected changes but no alert '
                   'address configured'
           ELSE
               MOVE SPACES TO MAILQ-FILE-LINE
               STRING 'queued|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-ADDR) DELIMITED BY SIZE
                      '|snapdiff: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED4) DELIMITED BY SIZE
                      ' page(s) changed unexpectedly since '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-DAY) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|00|data/SNAPDIFF-BODY.TXT' DELIMITED BY SIZE
                   INTO MAILQ-FILE-LINE
               END-STRING
               OPEN EXTEND MAILQ-FILE
               IF WS-MAILQ-STATUS NOT = '00'
                   OPEN OUTPUT MAILQ-FILE
               END-IF
               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
           END-IF.
       END PROGRAM SNAPDIFF.
