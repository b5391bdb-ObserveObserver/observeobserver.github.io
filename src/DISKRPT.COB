       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISKRPT.
      *    BATCH JOB - THE WEEKLY DISK CAPACITY REPORT, READ FROM THE
      *    HISTORY DISKGROW.COB KEEPS IN data/DISK-GROWTH.DAT. THREE
      *    PARTS:
      *      FREE SPACE - THE LATEST READING AND DISKFCST.CBL'S
      *        FORECAST: HOW FAST FREE SPACE IS GOING OVER THE LAST
      *        28 DAYS AND THE DATE IT RUNS OUT AT THAT RATE.
      *      GROWTH - EVERY FILE STILL PRESENT AT THE LATEST READING,
      *        RANKED BY BYTES GAINED PER DAY BETWEEN ITS FIRST AND
      *        LAST READING IN THE SAME 28 DAYS, WITH ITS SIZE, ROWS
      *        GAINED PER DAY, AND THE data/RETENTION.DAT POLICY THAT
      *        COVERS IT (- WHEN NONE DOES). THE TOP TWENTY ARE SHOWN.
      *      RETENTION - EACH POLICY RANKED BY WHAT RETAIN.COB WOULD
      *        TAKE OUT OF ITS LOG IF IT RAN NOW: THE ROWS DATED IN OR
      *        BEFORE THE POLICY'S CUTOFF MONTH, AND THEIR BYTES.
      *        LEGAL HOLDS ARE NOT CONSULTED, SO A HELD LOG MAY GIVE
      *        BACK LESS THAN THIS SAYS.
      *    RUN WEEKLY FROM CRON; IT CHANGES NOTHING BUT ITS OWN START
      *    AND END ROWS IN THE RUN LEDGER (JOBLOG.CBL), WHICH COUNT
      *    THE FILES IN THE GROWTH HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROWTH-FILE ASSIGN TO "data/DISK-GROWTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROWTH-STATUS.
           SELECT POLICY-FILE ASSIGN TO "data/RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GROWTH-FILE.
       01  GROWTH-FILE-LINE    PIC X(200).
       FD  POLICY-FILE.
       01  POLICY-FILE-LINE    PIC X(120).
       FD  DATA-FILE.
       01  DATA-FILE-LINE      PIC X(2000).
       WORKING-STORAGE SECTION.
           COPY 'DSKREC.CPY'.
       01  WS-GROWTH-STATUS    PIC X(2)    VALUE '00'.
       01  WS-POLICY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-DATA-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-INT        PIC 9(8)    VALUE 0.
       01  WS-LATEST-DATE      PIC X(8)    VALUE SPACES.
      *    ONE HISTORY ROW.
       01  WS-G-DATE           PIC X(8).
       01  WS-G-FILE           PIC X(120).
       01  WS-G-BYTES-X        PIC X(16).
       01  WS-G-ROWS-X         PIC X(16).
       01  WS-G-BYTES          PIC 9(15).
       01  WS-G-ROWS           PIC 9(12).
       01  WS-G-AGE            PIC S9(7).
      *    PER FILE: THE FIRST AND LAST READING INSIDE THE WINDOW.
       01  WS-FILE-TABLE.
           05  WS-FL-ENTRY         OCCURS 500 TIMES.
               10  WS-FL-NAME          PIC X(120).
               10  WS-FL-FIRST-DATE    PIC X(8).
               10  WS-FL-FIRST-BYTES   PIC 9(15).
               10  WS-FL-FIRST-ROWS    PIC 9(12).
               10  WS-FL-LAST-DATE     PIC X(8).
               10  WS-FL-LAST-BYTES    PIC 9(15).
               10  WS-FL-LAST-ROWS     PIC 9(12).
               10  WS-FL-RATE          PIC S9(13).
               10  WS-FL-ROW-RATE      PIC S9(10).
               10  WS-FL-POLICY        PIC X(20).
       01  WS-FL-COUNT         PIC 9(4)    VALUE 0.
       01  WS-FL-IDX           PIC 9(4).
       01  WS-FL-FOUND         PIC 9(4)    VALUE 0.
       01  WS-SPAN-DAYS        PIC 9(5).
      *    THE FILES RANKED BY RATE, AS SUBSCRIPTS INTO THE ABOVE.
       01  WS-RANK-TABLE.
           05  WS-RK-FILE          PIC 9(4)    OCCURS 500 TIMES.
       01  WS-RK-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RK-IDX           PIC 9(4).
       01  WS-RK-AT            PIC 9(4).
       01  WS-RK-SWAP          PIC 9(4).
       01  WS-RK-STOP          PIC X       VALUE 'N'.
      *    ONE ENTRY PER RETENTION POLICY.
       01  WS-POLICY-TABLE.
           05  WS-PO-ENTRY         OCCURS 50 TIMES.
               10  WS-PO-FILE          PIC X(60).
               10  WS-PO-MONTHS        PIC 9(3).
               10  WS-PO-ACTION        PIC X(10).
               10  WS-PO-FIELD         PIC 9(1).
               10  WS-PO-CUTOFF        PIC X(6).
               10  WS-PO-ROWS          PIC 9(9).
               10  WS-PO-BYTES         PIC 9(13).
               10  WS-PO-PRESENT       PIC X(1).
       01  WS-PO-COUNT         PIC 9(2)    VALUE 0.
       01  WS-PO-IDX           PIC 9(2).
       01  WS-PO-RANK          PIC 9(2)    OCCURS 50 TIMES.
       01  WS-PR-IDX           PIC 9(2).
       01  WS-PR-AT            PIC 9(2).
       01  WS-PR-SWAP          PIC 9(2).
       01  WS-DATA-NAME        PIC X(60)   VALUE SPACES.
       01  WS-P-FILE           PIC X(60).
       01  WS-P-MONTHS-X       PIC X(4).
       01  WS-P-ACTION         PIC X(10).
       01  WS-P-FIELD-X        PIC X(2).
       01  WS-CUT-YEAR         PIC 9(4).
       01  WS-CUT-MONTH        PIC 9(2).
       01  WS-F1               PIC X(200).
       01  WS-F2               PIC X(200).
       01  WS-F3               PIC X(200).
       01  WS-F4               PIC X(200).
       01  WS-ROW-DATE         PIC X(8).
       01  WS-ROW-LEN          PIC 9(5).
       01  WS-SHOWN            PIC 9(4)    VALUE 0.
       01  WS-KB-ED            PIC Z(12)9.
       01  WS-DAYS-ED          PIC Z(4)9.
       01  WS-SIZE-ED          PIC Z(11)9.
       01  WS-RATE-ED          PIC -(10)9.
       01  WS-ROW-RATE-ED      PIC -(8)9.
       01  WS-ROWS-ED          PIC Z(8)9.
       01  WS-BYTES-ED         PIC Z(11)9.
       01  WS-PCT-ED           PIC ZZ9.
       01  WS-PCT              PIC 9(3).
       01  WS-NAME-COL         PIC X(34).
       01  WS-POLICY-COL       PIC X(40).
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'DISKRPT' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))).
           CALL 'DISKFCST' USING DISK-FORECAST
               ON EXCEPTION
                   SET DSK-NO-TREND TO TRUE
           END-CALL.
           PERFORM LOAD-POLICIES.
           PERFORM LOAD-GROWTH-HISTORY.
           PERFORM EMIT-FREE-SPACE.
           PERFORM EMIT-GROWTH-RANKING.
           PERFORM EMIT-POLICY-RANKING.
           MOVE WS-FL-COUNT TO JOB-ROWS.
           IF WS-FL-COUNT = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

      *    THE POLICY FIELDS AND CUTOFF MONTH EXACTLY AS RETAIN.COB
      *    WORKS THEM OUT, AND WHAT EACH WOULD SWEEP TODAY.
       LOAD-POLICIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ POLICY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-POLICY
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               PERFORM MEASURE-ONE-POLICY
           END-PERFORM.

       TAKE-ONE-POLICY.
           MOVE SPACES TO WS-P-FILE WS-P-MONTHS-X WS-P-ACTION
               WS-P-FIELD-X.
           UNSTRING POLICY-FILE-LINE DELIMITED BY '|'
               INTO WS-P-FILE WS-P-MONTHS-X WS-P-ACTION WS-P-FIELD-X
           END-UNSTRING.
           IF FUNCTION TRIM(WS-P-FILE) NOT = SPACES
                   AND FUNCTION NUMVAL(WS-P-MONTHS-X) >= 1
                   AND FUNCTION NUMVAL(WS-P-FIELD-X) >= 1
                   AND WS-PO-COUNT < 50
               ADD 1 TO WS-PO-COUNT
               MOVE WS-P-FILE TO WS-PO-FILE(WS-PO-COUNT)
               MOVE FUNCTION NUMVAL(WS-P-MONTHS-X)
                   TO WS-PO-MONTHS(WS-PO-COUNT)
               MOVE WS-P-ACTION TO WS-PO-ACTION(WS-PO-COUNT)
               MOVE FUNCTION NUMVAL(WS-P-FIELD-X)
                   TO WS-PO-FIELD(WS-PO-COUNT)
               MOVE 0 TO WS-PO-ROWS(WS-PO-COUNT)
                   WS-PO-BYTES(WS-PO-COUNT)
               MOVE FUNCTION NUMVAL(WS-TODAY-STAMP(1:4))
                   TO WS-CUT-YEAR
               MOVE FUNCTION NUMVAL(WS-TODAY-STAMP(5:2))
                   TO WS-CUT-MONTH
               PERFORM WS-PO-MONTHS(WS-PO-COUNT) TIMES
                   IF WS-CUT-MONTH = 1
                       MOVE 12 TO WS-CUT-MONTH
                       SUBTRACT 1 FROM WS-CUT-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-CUT-MONTH
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-PO-CUTOFF(WS-PO-COUNT)
               STRING WS-CUT-YEAR DELIMITED BY SIZE
                      WS-CUT-MONTH DELIMITED BY SIZE
                   INTO WS-PO-CUTOFF(WS-PO-COUNT)
               END-STRING
           END-IF.

       MEASURE-ONE-POLICY.
           MOVE WS-PO-FILE(WS-PO-IDX) TO WS-DATA-NAME.
           MOVE 'N' TO WS-PO-PRESENT(WS-PO-IDX).
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = '00'
               MOVE 'Y' TO WS-PO-PRESENT(WS-PO-IDX)
               PERFORM UNTIL FILE-EOF
                   READ DATA-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM JUDGE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
           END-IF.

      *    A ROW WHOSE DATE WILL NOT PARSE IS ONE RETAIN.COB KEEPS.
       JUDGE-ONE-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-ROW-DATE.
           UNSTRING DATA-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING.
           EVALUATE WS-PO-FIELD(WS-PO-IDX)
               WHEN 1
                   MOVE WS-F1(1:8) TO WS-ROW-DATE
               WHEN 2
                   MOVE WS-F2(1:8) TO WS-ROW-DATE
               WHEN 3
                   MOVE WS-F3(1:8) TO WS-ROW-DATE
               WHEN OTHER
                   MOVE WS-F4(1:8) TO WS-ROW-DATE
           END-EVALUATE.
           IF WS-ROW-DATE IS NUMERIC
                   AND WS-ROW-DATE(1:6) NOT > WS-PO-CUTOFF(WS-PO-IDX)
               ADD 1 TO WS-PO-ROWS(WS-PO-IDX)
               MOVE 0 TO WS-ROW-LEN
               IF DATA-FILE-LINE NOT = SPACES
                   COMPUTE WS-ROW-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(DATA-FILE-LINE TRAILING))
               END-IF
               COMPUTE WS-PO-BYTES(WS-PO-IDX) =
                   WS-PO-BYTES(WS-PO-IDX) + WS-ROW-LEN + 1
           END-IF.

       LOAD-GROWTH-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GROWTH-FILE.
           IF WS-GROWTH-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ GROWTH-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-READING
                   END-READ
               END-PERFORM
               CLOSE GROWTH-FILE
           END-IF.

      *    A FILE'S FIRST READING IN THE WINDOW IS KEPT; EVERY LATER
      *    ONE OVERWRITES THE LAST.
       TAKE-ONE-READING.
           MOVE SPACES TO WS-G-DATE WS-G-FILE WS-G-BYTES-X
               WS-G-ROWS-X.
           UNSTRING GROWTH-FILE-LINE DELIMITED BY '|'
               INTO WS-G-DATE WS-G-FILE WS-G-BYTES-X WS-G-ROWS-X
           END-UNSTRING.
           IF WS-G-DATE IS NUMERIC
                   AND FUNCTION TRIM(WS-G-FILE) NOT = 'free'
                   AND WS-G-BYTES-X NOT = SPACES
                   AND WS-G-ROWS-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-G-BYTES-X) = 0
                   AND FUNCTION TEST-NUMVAL(WS-G-ROWS-X) = 0
               IF WS-G-DATE > WS-LATEST-DATE
                       OR WS-LATEST-DATE = SPACES
                   MOVE WS-G-DATE TO WS-LATEST-DATE
               END-IF
               COMPUTE WS-G-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-G-DATE))
               IF WS-G-AGE >= 0 AND WS-G-AGE < 28
                   MOVE FUNCTION NUMVAL(WS-G-BYTES-X) TO WS-G-BYTES
                   MOVE FUNCTION NUMVAL(WS-G-ROWS-X) TO WS-G-ROWS
                   PERFORM FIND-OR-ADD-FILE
                   IF WS-FL-FOUND > 0
                       MOVE WS-G-DATE TO WS-FL-LAST-DATE(WS-FL-FOUND)
                       MOVE WS-G-BYTES
                           TO WS-FL-LAST-BYTES(WS-FL-FOUND)
                       MOVE WS-G-ROWS TO WS-FL-LAST-ROWS(WS-FL-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-FILE.
           MOVE 0 TO WS-FL-FOUND.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-FL-FOUND > 0
               IF WS-FL-NAME(WS-FL-IDX) = WS-G-FILE
                   MOVE WS-FL-IDX TO WS-FL-FOUND
               END-IF
           END-PERFORM.
           IF WS-FL-FOUND = 0 AND WS-FL-COUNT < 500
               ADD 1 TO WS-FL-COUNT
               MOVE WS-FL-COUNT TO WS-FL-FOUND
               MOVE WS-G-FILE TO WS-FL-NAME(WS-FL-FOUND)
               MOVE WS-G-DATE TO WS-FL-FIRST-DATE(WS-FL-FOUND)
               MOVE WS-G-BYTES TO WS-FL-FIRST-BYTES(WS-FL-FOUND)
               MOVE WS-G-ROWS TO WS-FL-FIRST-ROWS(WS-FL-FOUND)
           END-IF.

       EMIT-FREE-SPACE.
           DISPLAY 'disk capacity'.
           DISPLAY '-------------'.
           IF DSK-LAST-DATE = SPACES
               DISPLAY 'no free-space reading yet - is DISKGROW.COB'
                   ' running?'
           ELSE
               MOVE DSK-FREE-KB TO WS-KB-ED
               MOVE 0 TO WS-PCT
               IF DSK-TOTAL-KB > 0
                   COMPUTE WS-PCT = DSK-FREE-KB * 100 / DSK-TOTAL-KB
               END-IF
               MOVE WS-PCT TO WS-PCT-ED
               DISPLAY 'free on ' DSK-LAST-DATE(1:4) '-'
                   DSK-LAST-DATE(5:2) '-' DSK-LAST-DATE(7:2) ': '
                   FUNCTION TRIM(WS-KB-ED) ' KB ('
                   FUNCTION TRIM(WS-PCT-ED) '% of the volume)'
               EVALUATE TRUE
                   WHEN DSK-FILLING
                       MOVE DSK-DAILY-KB TO WS-KB-ED
                       MOVE DSK-DAYS-LEFT TO WS-DAYS-ED
                       DISPLAY 'losing ' FUNCTION TRIM(WS-KB-ED)
                           ' KB a day over the last 28 days'
                       DISPLAY 'at that rate it runs out in '
                           FUNCTION TRIM(WS-DAYS-ED) ' day(s), about '
                           DSK-RUNOUT-DATE(1:4) '-'
                           DSK-RUNOUT-DATE(5:2) '-'
                           DSK-RUNOUT-DATE(7:2)
                       IF DSK-DAYS-LEFT <= 30
                           DISPLAY '*** inside thirty days ***'
                       END-IF
                   WHEN DSK-STEADY
                       DISPLAY 'free space is not falling over the'
                           ' last 28 days'
                   WHEN OTHER
                       DISPLAY 'not enough readings yet for a trend'
               END-EVALUATE
           END-IF.

      *    A FILE NOT SEEN AT THE LATEST READING HAS GONE AND IS NOT
      *    RANKED; ONE WITH A SINGLE DAY OF READINGS HAS NO RATE YET.
       EMIT-GROWTH-RANKING.
           MOVE 0 TO WS-RK-COUNT.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               IF WS-FL-LAST-DATE(WS-FL-IDX) = WS-LATEST-DATE
                   PERFORM FIGURE-FILE-RATE
                   ADD 1 TO WS-RK-COUNT
                   MOVE WS-FL-IDX TO WS-RK-FILE(WS-RK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RK-IDX FROM 2 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
               MOVE WS-RK-FILE(WS-RK-IDX) TO WS-RK-SWAP
               MOVE WS-RK-IDX TO WS-RK-AT
               MOVE 'N' TO WS-RK-STOP
               PERFORM UNTIL WS-RK-AT < 2 OR WS-RK-STOP = 'Y'
                   MOVE WS-RK-FILE(WS-RK-AT - 1) TO WS-FL-IDX
                   IF WS-FL-RATE(WS-FL-IDX) >= WS-FL-RATE(WS-RK-SWAP)
                       MOVE 'Y' TO WS-RK-STOP
                   ELSE
                       MOVE WS-RK-FILE(WS-RK-AT - 1)
                           TO WS-RK-FILE(WS-RK-AT)
                       SUBTRACT 1 FROM WS-RK-AT
                   END-IF
               END-PERFORM
               MOVE WS-RK-SWAP TO WS-RK-FILE(WS-RK-AT)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'fastest-growing files, last 28 days'.
           DISPLAY '-----------------------------------'.
           IF WS-RK-COUNT = 0
               DISPLAY 'no file readings in the last 28 days.'
           ELSE
               DISPLAY '  file                                    '
                   'bytes now   bytes/day  rows/day  policy'
           END-IF.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT OR WS-SHOWN >= 20
               MOVE WS-RK-FILE(WS-RK-IDX) TO WS-FL-IDX
               ADD 1 TO WS-SHOWN
               MOVE WS-FL-NAME(WS-FL-IDX) TO WS-NAME-COL
               MOVE WS-FL-LAST-BYTES(WS-FL-IDX) TO WS-SIZE-ED
               MOVE WS-FL-RATE(WS-FL-IDX) TO WS-RATE-ED
               MOVE WS-FL-ROW-RATE(WS-FL-IDX) TO WS-ROW-RATE-ED
               DISPLAY '  ' WS-NAME-COL ' ' WS-SIZE-ED ' ' WS-RATE-ED
                   ' ' WS-ROW-RATE-ED '  '
                   FUNCTION TRIM(WS-FL-POLICY(WS-FL-IDX))
           END-PERFORM.

       FIGURE-FILE-RATE.
           MOVE 0 TO WS-FL-RATE(WS-FL-IDX) WS-FL-ROW-RATE(WS-FL-IDX).
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FL-LAST-DATE(WS-FL-IDX)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FL-FIRST-DATE(WS-FL-IDX))).
           IF WS-SPAN-DAYS > 0
               COMPUTE WS-FL-RATE(WS-FL-IDX) ROUNDED =
                   (WS-FL-LAST-BYTES(WS-FL-IDX)
                    - WS-FL-FIRST-BYTES(WS-FL-IDX)) / WS-SPAN-DAYS
               COMPUTE WS-FL-ROW-RATE(WS-FL-IDX) ROUNDED =
                   (WS-FL-LAST-ROWS(WS-FL-IDX)
                    - WS-FL-FIRST-ROWS(WS-FL-IDX)) / WS-SPAN-DAYS
           END-IF.
           MOVE '-' TO WS-FL-POLICY(WS-FL-IDX).
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF FUNCTION TRIM(WS-PO-FILE(WS-PO-IDX)) =
                       FUNCTION TRIM(WS-FL-NAME(WS-FL-IDX))
                   MOVE WS-PO-MONTHS(WS-PO-IDX) TO WS-DAYS-ED
                   MOVE SPACES TO WS-FL-POLICY(WS-FL-IDX)
                   STRING FUNCTION TRIM(WS-PO-ACTION(WS-PO-IDX))
                              DELIMITED BY SIZE
                          ' after ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                          'm' DELIMITED BY SIZE
                       INTO WS-FL-POLICY(WS-FL-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

       EMIT-POLICY-RANKING.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PO-COUNT
               MOVE WS-PR-IDX TO WS-PO-RANK(WS-PR-IDX)
           END-PERFORM.
           PERFORM VARYING WS-PR-IDX FROM 2 BY 1
                   UNTIL WS-PR-IDX > WS-PO-COUNT
               MOVE WS-PO-RANK(WS-PR-IDX) TO WS-PR-SWAP
               MOVE WS-PR-IDX TO WS-PR-AT
               MOVE 'N' TO WS-RK-STOP
               PERFORM UNTIL WS-PR-AT < 2 OR WS-RK-STOP = 'Y'
                   MOVE WS-PO-RANK(WS-PR-AT - 1) TO WS-PO-IDX
                   IF WS-PO-BYTES(WS-PO-IDX) >= WS-PO-BYTES(WS-PR-SWAP)
                       MOVE 'Y' TO WS-RK-STOP
                   ELSE
                       MOVE WS-PO-RANK(WS-PR-AT - 1)
                           TO WS-PO-RANK(WS-PR-AT)
                       SUBTRACT 1 FROM WS-PR-AT
                   END-IF
               END-PERFORM
               MOVE WS-PR-SWAP TO WS-PO-RANK(WS-PR-AT)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'what each retention policy would recover now'.
           DISPLAY '--------------------------------------------'.
           IF WS-PO-COUNT = 0
               DISPLAY 'no policies in data/RETENTION.DAT.'
           ELSE
               DISPLAY '  policy                                  '
                   '           rows        bytes'
           END-IF.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PO-COUNT
               MOVE WS-PO-RANK(WS-PR-IDX) TO WS-PO-IDX
               MOVE WS-PO-MONTHS(WS-PO-IDX) TO WS-DAYS-ED
               MOVE SPACES TO WS-POLICY-COL
               STRING FUNCTION TRIM(WS-PO-FILE(WS-PO-IDX))
                          DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PO-ACTION(WS-PO-IDX))
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                      'm)' DELIMITED BY SIZE
                   INTO WS-POLICY-COL
               END-STRING
               IF WS-PO-PRESENT(WS-PO-IDX) = 'Y'
                   MOVE WS-PO-ROWS(WS-PO-IDX) TO WS-ROWS-ED
                   MOVE WS-PO-BYTES(WS-PO-IDX) TO WS-BYTES-ED
                   DISPLAY '  ' WS-POLICY-COL '      ' WS-ROWS-ED ' '
                       WS-BYTES-ED
               ELSE
                   DISPLAY '  ' WS-POLICY-COL '      (file not present)'
               END-IF
           END-PERFORM.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM DISKRPT.
