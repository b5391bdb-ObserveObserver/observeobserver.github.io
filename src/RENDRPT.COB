       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDRPT.
      *    BATCH JOB - THE NIGHTLY RENDER-TIME REPORT. RENDTIME.CBL
      *    LEAVES ONE ROW IN data/RENDER-TIMES.DAT FOR EVERY PAGE
      *    REQUEST (POINT total) AND ONE FOR EVERY NAMED PARAGRAPH THE
      *    PAGE MARKED (comments, related, body ...). THIS PASS TAKES
      *    THE LAST SEVEN DAYS (TODAY AND THE SIX BEFORE) AS THIS WEEK
      *    AND THE SEVEN BEFORE THAT AS LAST WEEK, AND FOR EACH PAGE
      *    AND POINT WORKS OUT THE MEDIAN AND THE WORST TIME. PAGES
      *    (WHOLE REQUESTS) ARE RANKED FIRST, THEN THE PARAGRAPHS,
      *    SLOWEST MEDIAN AT THE TOP, EACH WITH LAST WEEK'S MEDIAN
      *    AND THE CHANGE - A LINE WHOSE MEDIAN HAS GROWN BY HALF
      *    AGAIN OR MORE IS STARRED. A POINT SEEN ONLY LAST WEEK IS
      *    LEFT OUT; ONE SEEN ONLY THIS WEEK SAYS new. OLDER ROWS ARE
      *    IGNORED (RETAIN.COB DROPS THEM AFTER TWO MONTHS). CRON IT
      *    NIGHTLY; IT CHANGES NOTHING BUT ITS OWN START AND END ROWS
      *    IN THE RUN LEDGER (JOBLOG.CBL), WHICH COUNT THE TIMINGS
      *    READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMES-FILE ASSIGN TO "data/RENDER-TIMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMES-FILE.
       01  TIMES-FILE-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TIMES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  TIMES-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DAYNUM     PIC 9(7).
      *    ONE ROW OF THE LOG.
       01  WS-R-STAMP          PIC X(14).
       01  WS-R-PAGE           PIC X(20).
       01  WS-R-POINT          PIC X(20).
       01  WS-R-MS-X           PIC X(9).
       01  WS-R-MS             PIC 9(7).
       01  WS-R-AGE            PIC S9(7).
       01  WS-R-WEEK           PIC X(1).
       01  WS-ROWS-READ        PIC 9(7)    VALUE 0.
       01  WS-ROWS-USED        PIC 9(7)    VALUE 0.
      *    ONE ENTRY PER PAGE AND POINT, FILLED IN BY SUMMARISE-KEY.
       01  WS-KEY-TABLE.
               05  WS-KY-ENTRY     OCCURS 300 TIMES.
                   10  WS-KY-PAGE      PIC X(20).
                   10  WS-KY-POINT     PIC X(20).
                   10  WS-KY-COUNT     PIC 9(6).
                   10  WS-KY-MEDIAN    PIC 9(7).
                   10  WS-KY-WORST     PIC 9(7).
                   10  WS-KY-LAST-N    PIC 9(6).
                   10  WS-KY-LAST-MED  PIC 9(7).
       01  WS-KY-COUNT-ALL     PIC 9(4)    VALUE 0.
       01  WS-KY-IDX           PIC 9(4).
       01  WS-KY-FOUND         PIC 9(4)    VALUE 0.
      *    EVERY TIMING IN THE TWO WEEKS - WHICH KEY, WHICH WEEK
      *    (T THIS, L LAST), HOW LONG.
       01  WS-SAMPLE-TABLE.
               05  WS-SM-ENTRY     OCCURS 20000 TIMES.
                   10  WS-SM-KEY       PIC 9(4).
                   10  WS-SM-WEEK      PIC X(1).
                   10  WS-SM-MS        PIC 9(7).
       01  WS-SM-COUNT         PIC 9(5)    VALUE 0.
       01  WS-SM-IDX           PIC 9(5).
      *    ONE KEY'S TIMINGS FOR ONE WEEK, SORTED TO FIND THE MIDDLE
      *    (A PLAIN INSERTION SORT, AS SUBSCREEN.COB DOES ITS HASHES).
       01  WS-SCRATCH-TABLE.
               05  WS-SC-MS        PIC 9(7)    OCCURS 5000 TIMES.
       01  WS-SC-COUNT         PIC 9(5)    VALUE 0.
       01  WS-SC-IDX           PIC 9(5).
       01  WS-SC-AT            PIC 9(5).
       01  WS-SC-SWAP          PIC 9(7).
       01  WS-SC-MID           PIC 9(5).
       01  WS-SC-MEDIAN        PIC 9(7).
       01  WS-WANT-WEEK        PIC X(1).
      *    THE KEYS OF ONE SECTION IN RANK ORDER.
       01  WS-RANK-TABLE.
               05  WS-RK-KEY       PIC 9(4)    OCCURS 300 TIMES.
       01  WS-RK-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RK-IDX           PIC 9(4).
       01  WS-RK-AT            PIC 9(4).
       01  WS-RK-SWAP          PIC 9(4).
       01  WS-RK-STOP          PIC X       VALUE 'N'.
       01  WS-WANT-PAGES       PIC X       VALUE 'Y'.
               88  WANT-PAGES                  VALUE 'Y'.
               88  WANT-PARAGRAPHS             VALUE 'N'.
       01  WS-CHANGE           PIC S9(7).
       01  WS-COUNT-ED         PIC Z(5)9.
       01  WS-MEDIAN-ED        PIC Z(6)9.
       01  WS-WORST-ED         PIC Z(6)9.
       01  WS-LAST-ED          PIC Z(6)9.
       01  WS-CHANGE-ED        PIC +(6)9.
       01  WS-LAST-COL         PIC X(7).
       01  WS-CHANGE-COL       PIC X(8).
       01  WS-FLAG-COL         PIC X(2).
       01  WS-USED-ED          PIC Z(6)9.
       01  WS-READ-ED          PIC Z(6)9.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'RENDRPT' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           COMPUTE WS-TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))).
           PERFORM LOAD-SAMPLES.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-COUNT-ALL
               PERFORM SUMMARISE-KEY
           END-PERFORM.
           DISPLAY 'render times, last 7 days against the 7 before'.
           DISPLAY '-----------------------------------------------'.
           DISPLAY '(milliseconds; * = median up by half or more)'.
           DISPLAY ' '.
           DISPLAY 'pages - whole request'.
           SET WANT-PAGES TO TRUE.
           PERFORM EMIT-RANKED-SECTION.
           DISPLAY ' '.
           DISPLAY 'paragraphs'.
           SET WANT-PARAGRAPHS TO TRUE.
           PERFORM EMIT-RANKED-SECTION.
           MOVE WS-ROWS-USED TO WS-USED-ED.
           MOVE WS-ROWS-READ TO WS-READ-ED.
           DISPLAY ' '.
           DISPLAY 'rendrpt: ' FUNCTION TRIM(WS-USED-ED) ' of '
               FUNCTION TRIM(WS-READ-ED)
               ' logged timing(s) fall in the two weeks'.
           MOVE WS-ROWS-READ TO JOB-ROWS.
           IF WS-ROWS-READ = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       LOAD-SAMPLES.
           OPEN INPUT TIMES-FILE.
           IF WS-TIMES-STATUS = '00'
               PERFORM UNTIL TIMES-EOF
                   READ TIMES-FILE
                       AT END
                           SET TIMES-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM TAKE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE TIMES-FILE
           END-IF.

      *    A ROW THAT DOES NOT PARSE, OR FALLS OUTSIDE THE TWO
      *    WEEKS, IS PASSED OVER.
       TAKE-ONE-ROW.
           MOVE SPACES TO WS-R-STAMP WS-R-PAGE WS-R-POINT WS-R-MS-X.
           UNSTRING TIMES-FILE-LINE DELIMITED BY '|'
               INTO WS-R-STAMP WS-R-PAGE WS-R-POINT WS-R-MS-X
           END-UNSTRING.
           MOVE SPACES TO WS-R-WEEK.
           IF WS-R-STAMP(1:8) IS NUMERIC
                   AND WS-R-PAGE NOT = SPACES
                   AND WS-R-POINT NOT = SPACES
                   AND WS-R-MS-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-R-MS-X) = 0
               MOVE FUNCTION NUMVAL(WS-R-MS-X) TO WS-R-MS
               COMPUTE WS-R-AGE = WS-TODAY-DAYNUM -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-R-STAMP(1:8)))
               IF WS-R-AGE >= 0 AND WS-R-AGE < 7
                   MOVE 'T' TO WS-R-WEEK
               END-IF
               IF WS-R-AGE >= 7 AND WS-R-AGE < 14
                   MOVE 'L' TO WS-R-WEEK
               END-IF
           END-IF.
           IF WS-R-WEEK NOT = SPACES AND WS-SM-COUNT < 20000
               PERFORM FIND-OR-ADD-KEY
               IF WS-KY-FOUND > 0
                   ADD 1 TO WS-ROWS-USED
                   ADD 1 TO WS-SM-COUNT
                   MOVE WS-KY-FOUND TO WS-SM-KEY(WS-SM-COUNT)
                   MOVE WS-R-WEEK TO WS-SM-WEEK(WS-SM-COUNT)
                   MOVE WS-R-MS TO WS-SM-MS(WS-SM-COUNT)
               END-IF
           END-IF.

       FIND-OR-ADD-KEY.
           MOVE 0 TO WS-KY-FOUND.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-COUNT-ALL OR WS-KY-FOUND > 0
               IF WS-KY-PAGE(WS-KY-IDX) = WS-R-PAGE
                       AND WS-KY-POINT(WS-KY-IDX) = WS-R-POINT
                   MOVE WS-KY-IDX TO WS-KY-FOUND
               END-IF
           END-PERFORM.
           IF WS-KY-FOUND = 0 AND WS-KY-COUNT-ALL < 300
               ADD 1 TO WS-KY-COUNT-ALL
               MOVE WS-KY-COUNT-ALL TO WS-KY-FOUND
               MOVE WS-R-PAGE TO WS-KY-PAGE(WS-KY-FOUND)
               MOVE WS-R-POINT TO WS-KY-POINT(WS-KY-FOUND)
               MOVE 0 TO WS-KY-COUNT(WS-KY-FOUND)
                   WS-KY-MEDIAN(WS-KY-FOUND) WS-KY-WORST(WS-KY-FOUND)
                   WS-KY-LAST-N(WS-KY-FOUND)
                   WS-KY-LAST-MED(WS-KY-FOUND)
           END-IF.

      *    THIS WEEK'S COUNT, MEDIAN AND WORST, THEN LAST WEEK'S
      *    COUNT AND MEDIAN, FOR KEY WS-KY-IDX.
       SUMMARISE-KEY.
           MOVE 'T' TO WS-WANT-WEEK.
           PERFORM GATHER-AND-SORT.
           MOVE WS-SC-COUNT TO WS-KY-COUNT(WS-KY-IDX).
           MOVE WS-SC-MEDIAN TO WS-KY-MEDIAN(WS-KY-IDX).
           IF WS-SC-COUNT > 0
               MOVE WS-SC-MS(WS-SC-COUNT) TO WS-KY-WORST(WS-KY-IDX)
           END-IF.
           MOVE 'L' TO WS-WANT-WEEK.
           PERFORM GATHER-AND-SORT.
           MOVE WS-SC-COUNT TO WS-KY-LAST-N(WS-KY-IDX).
           MOVE WS-SC-MEDIAN TO WS-KY-LAST-MED(WS-KY-IDX).

      *    AN EVEN NUMBER OF TIMINGS TAKES THE MEAN OF THE MIDDLE
      *    TWO.
       GATHER-AND-SORT.
           MOVE 0 TO WS-SC-COUNT WS-SC-MEDIAN.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-KEY(WS-SM-IDX) = WS-KY-IDX
                       AND WS-SM-WEEK(WS-SM-IDX) = WS-WANT-WEEK
                       AND WS-SC-COUNT < 5000
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SM-MS(WS-SM-IDX) TO WS-SC-MS(WS-SC-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE WS-SC-MS(WS-SC-IDX) TO WS-SC-SWAP
               MOVE WS-SC-IDX TO WS-SC-AT
               MOVE 'N' TO WS-RK-STOP
               PERFORM UNTIL WS-SC-AT < 2 OR WS-RK-STOP = 'Y'
                   IF WS-SC-MS(WS-SC-AT - 1) <= WS-SC-SWAP
                       MOVE 'Y' TO WS-RK-STOP
                   ELSE
                       MOVE WS-SC-MS(WS-SC-AT - 1)
                           TO WS-SC-MS(WS-SC-AT)
                       SUBTRACT 1 FROM WS-SC-AT
                   END-IF
               END-PERFORM
               MOVE WS-SC-SWAP TO WS-SC-MS(WS-SC-AT)
           END-PERFORM.
           IF WS-SC-COUNT > 0
               COMPUTE WS-SC-MID = (WS-SC-COUNT + 1) / 2
               IF FUNCTION MOD(WS-SC-COUNT, 2) = 1
                   MOVE WS-SC-MS(WS-SC-MID) TO WS-SC-MEDIAN
               ELSE
                   COMPUTE WS-SC-MEDIAN =
                       (WS-SC-MS(WS-SC-MID) + WS-SC-MS(WS-SC-MID + 1))
                       / 2
               END-IF
           END-IF.

      *    THE KEYS WITH A TIMING THIS WEEK - total POINTS FOR THE
      *    PAGES SECTION, THE REST FOR THE PARAGRAPHS - SLOWEST
      *    MEDIAN FIRST, WORST TIME BREAKING A TIE.
       EMIT-RANKED-SECTION.
           MOVE 0 TO WS-RK-COUNT.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-COUNT-ALL
               IF WS-KY-COUNT(WS-KY-IDX) > 0
                   IF (WANT-PAGES AND WS-KY-POINT(WS-KY-IDX) = 'total')
                           OR (WANT-PARAGRAPHS
                               AND WS-KY-POINT(WS-KY-IDX) NOT = 'total')
                       ADD 1 TO WS-RK-COUNT
                       MOVE WS-KY-IDX TO WS-RK-KEY(WS-RK-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RK-IDX FROM 2 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
               MOVE WS-RK-KEY(WS-RK-IDX) TO WS-RK-SWAP
               MOVE WS-RK-IDX TO WS-RK-AT
               MOVE 'N' TO WS-RK-STOP
               PERFORM UNTIL WS-RK-AT < 2 OR WS-RK-STOP = 'Y'
                   MOVE WS-RK-KEY(WS-RK-AT - 1) TO WS-KY-IDX
                   IF WS-KY-MEDIAN(WS-KY-IDX)
                           > WS-KY-MEDIAN(WS-RK-SWAP)
                       OR (WS-KY-MEDIAN(WS-KY-IDX)
                               = WS-KY-MEDIAN(WS-RK-SWAP)
                           AND WS-KY-WORST(WS-KY-IDX)
                               >= WS-KY-WORST(WS-RK-SWAP))
                       MOVE 'Y' TO WS-RK-STOP
                   ELSE
                       MOVE WS-RK-KEY(WS-RK-AT - 1)
                           TO WS-RK-KEY(WS-RK-AT)
                       SUBTRACT 1 FROM WS-RK-AT
                   END-IF
               END-PERFORM
               MOVE WS-RK-SWAP TO WS-RK-KEY(WS-RK-AT)
           END-PERFORM.
           IF WS-RK-COUNT = 0
               DISPLAY '  (nothing timed this week)'
           ELSE
               DISPLAY '  page                 point                '
                   '     n  median   worst    last  change'
           END-IF.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
               MOVE WS-RK-KEY(WS-RK-IDX) TO WS-KY-IDX
               PERFORM EMIT-ONE-KEY
           END-PERFORM.

       EMIT-ONE-KEY.
           MOVE WS-KY-COUNT(WS-KY-IDX) TO WS-COUNT-ED.
           MOVE WS-KY-MEDIAN(WS-KY-IDX) TO WS-MEDIAN-ED.
           MOVE WS-KY-WORST(WS-KY-IDX) TO WS-WORST-ED.
           MOVE SPACES TO WS-FLAG-COL.
           IF WS-KY-LAST-N(WS-KY-IDX) = 0
               MOVE '      -' TO WS-LAST-COL
               MOVE '     new' TO WS-CHANGE-COL
           ELSE
               MOVE WS-KY-LAST-MED(WS-KY-IDX) TO WS-LAST-ED
               MOVE WS-LAST-ED TO WS-LAST-COL
               COMPUTE WS-CHANGE = WS-KY-MEDIAN(WS-KY-IDX)
                   - WS-KY-LAST-MED(WS-KY-IDX)
               MOVE WS-CHANGE TO WS-CHANGE-ED
               MOVE WS-CHANGE-ED TO WS-CHANGE-COL
               IF WS-KY-MEDIAN(WS-KY-IDX) * 2
                       >= WS-KY-LAST-MED(WS-KY-IDX) * 3
                       AND WS-CHANGE > 0
                   MOVE ' *' TO WS-FLAG-COL
               END-IF
           END-IF.
           DISPLAY '  ' WS-KY-PAGE(WS-KY-IDX) ' '
               WS-KY-POINT(WS-KY-IDX) ' ' WS-COUNT-ED ' '
               WS-MEDIAN-ED ' ' WS-WORST-ED ' ' WS-LAST-COL
               WS-CHANGE-COL WS-FLAG-COL.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM RENDRPT.
