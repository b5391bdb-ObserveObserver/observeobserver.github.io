      *    THE RAW LOG STOPS GROWING WITHOUT BOUND AND REPORT.COB'S
      *    NIGHTLY PASS STAYS SHORT. A SECOND RUN IN THE SAME MONTH IS
      *    HARMLESS - THE CLOSED-MONTH ROWS ARE GONE FROM THE LIVE LOG
      *    AFTER THE FIRST, SO NOTHING IS COUNTED TWICE. ROWS THAT
      *    CARRY A via= CAMPAIGN CODE ARE ALSO CONDENSED PER PAGE, DAY
      *    AND CODE INTO data/HITS-CAMPAIGN.DAT, SO CAMPRPT.COB CAN
      *    STILL ATTRIBUTE A STORY'S FIRST MONTH AFTER THE ROLLUP.
      *    A CLOSED-MONTH ROW COVERED BY A LEGAL HOLD ON
      *    data/HOLDS.DAT (ASKED OF HOLDCHK.CBL) IS NEITHER COUNTED
      *    NOR DROPPED - IT STAYS RAW IN THE LIVE LOG UNTIL THE HOLD
      *    IS RELEASED, AND IS COUNTED BY THE FIRST ROLLUP AFTER.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE LIVE-LOG ROWS READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT KEEP-FILE ASSIGN TO "data/HITS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT HIT-CAMP-FILE ASSIGN TO "data/HITS-CAMPAIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'HITFD.CPY'.
           COPY 'HITARCFD.CPY'.
           COPY 'HITCFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE          PIC X(40).
       WORKING-STORAGE SECTION.
           COPY 'HITREC.CPY'.
           COPY 'HITARCREC.CPY'.
           COPY 'HITCREC.CPY'.
       01  WS-HIT-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ARC-STATUS       PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CAMP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  HIT-EOF                     VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
                   10  WS-ROLL-DATE    PIC X(8).
                   10  WS-ROLL-COUNT   PIC 9(6).
       01  WS-ROLL-TOTAL-COUNT PIC 9(4)    VALUE 0.
       01  WS-CAMP-TOTALS.
               05  WS-CAMP-ENTRY   OCCURS 1000 TIMES.
                   10  WS-CAMP-PAGE    PIC X(20).
                   10  WS-CAMP-DATE    PIC X(8).
                   10  WS-CAMP-CODE    PIC X(10).
                   10  WS-CAMP-COUNT   PIC 9(6).
       01  WS-CAMP-TOTAL-COUNT PIC 9(4)    VALUE 0.
       01  WS-CAMP-IDX         PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-HIT-IDX          PIC 9(4).
       01  WS-ROLLED-ROWS      PIC 9(6)    VALUE 0.
       01  WS-KEPT-ROWS        PIC 9(6)    VALUE 0.
       01  WS-HELD-ROWS        PIC 9(6)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'HCKREC.CPY'.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'HITROLL' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:6) TO WS-THIS-MONTH.
      *    COUNTER.CBL APPENDS TO THE LIVE LOG UNDER THE SHARED LOCK
           IF WS-ROLL-TOTAL-COUNT > 0
               PERFORM APPEND-ARCHIVE-ROWS
           END-IF.
           IF WS-CAMP-TOTAL-COUNT > 0
               PERFORM APPEND-CAMPAIGN-ROWS
           END-IF.
           PERFORM REWRITE-LIVE-LOG.
           MOVE 'R' TO HCK-ACTION.
           MOVE 'hitroll' TO HCK-CALLER.
           CALL 'HOLDCHK' USING HOLD-CHECK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
           END-CALL.
           DISPLAY 'hitroll: ' WS-ROLLED-ROWS ' raw row(s) condensed'
               ' to ' WS-ROLL-TOTAL-COUNT ' summar(y/ies), '
               WS-KEPT-ROWS ' current-month row(s) kept, '
               WS-HELD-ROWS ' held'.
           COMPUTE JOB-ROWS = WS-ROLLED-ROWS + WS-KEPT-ROWS
               + WS-HELD-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

       SPLIT-LIVE-LOG.
           OPEN INPUT HIT-FILE.
           IF WS-HIT-STATUS NOT = '00'
               DISPLAY 'hitroll: no data/HITS.DAT to roll up'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           CLOSE KEEP-FILE.

       SPLIT-ONE-ROW.
           MOVE SPACES TO HIT-CAMPAIGN.
           UNSTRING HIT-FILE-LINE DELIMITED BY '|'
               INTO HIT-PAGE-ID HIT-DATE HIT-CAMPAIGN
           END-UNSTRING.
           MOVE 'F' TO HCK-VERDICT.
           IF HIT-DATE(1:6) < WS-THIS-MONTH
               MOVE 'C' TO HCK-ACTION
               MOVE 'hitroll' TO HCK-CALLER
               MOVE 'data/HITS.DAT' TO HCK-FILE
               MOVE HIT-DATE TO HCK-ROW-DATE
               MOVE HIT-FILE-LINE TO HCK-ROW
               CALL 'HOLDCHK' USING HOLD-CHECK
                   ON EXCEPTION
                       MOVE 'F' TO HCK-VERDICT
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN HCK-HELD
                   ADD 1 TO WS-HELD-ROWS
                   MOVE HIT-FILE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
               WHEN HIT-DATE(1:6) < WS-THIS-MONTH
                   ADD 1 TO WS-ROLLED-ROWS
                   PERFORM BUMP-ROLL-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-KEPT-ROWS
                   MOVE HIT-FILE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
           END-EVALUATE.

       BUMP-ROLL-TOTAL.
           MOVE 0 TO WS-HIT-IDX.
                       TO WS-ROLL-PAGE(WS-ROLL-TOTAL-COUNT)
                   MOVE HIT-DATE TO WS-ROLL-DATE(WS-ROLL-TOTAL-COUNT)
                   MOVE 1 TO WS-ROLL-COUNT(WS-ROLL-TOTAL-COUNT)
                   PERFORM BUMP-CAMPAIGN-TOTAL
               ELSE
                   DISPLAY 'hitroll: summary table full - row for '
                       FUNCTION TRIM(HIT-PAGE-ID) ' ' HIT-DATE
               END-IF
           ELSE
               ADD 1 TO WS-ROLL-COUNT(WS-HIT-IDX)
               PERFORM BUMP-CAMPAIGN-TOTAL
           END-IF.

      *    A ROLLED ROW WITH A CAMPAIGN CODE IS ALSO COUNTED UNDER ITS
      *    PAGE, DAY AND CODE. A FULL TABLE COSTS ONLY THE TAG - THE
      *    VISIT ITSELF IS STILL IN THE PLAIN SUMMARY.
       BUMP-CAMPAIGN-TOTAL.
           IF HIT-CAMPAIGN NOT = SPACES
               MOVE 0 TO WS-CAMP-IDX
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CAMP-TOTAL-COUNT
                           OR WS-CAMP-IDX > 0
                   IF WS-CAMP-PAGE(WS-SCAN-IDX) = HIT-PAGE-ID
                           AND WS-CAMP-DATE(WS-SCAN-IDX) = HIT-DATE
                           AND WS-CAMP-CODE(WS-SCAN-IDX) =
                               HIT-CAMPAIGN
                       MOVE WS-SCAN-IDX TO WS-CAMP-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CAMP-IDX > 0
                       ADD 1 TO WS-CAMP-COUNT(WS-CAMP-IDX)
                   WHEN WS-CAMP-TOTAL-COUNT < 1000
                       ADD 1 TO WS-CAMP-TOTAL-COUNT
                       MOVE HIT-PAGE-ID
                           TO WS-CAMP-PAGE(WS-CAMP-TOTAL-COUNT)
                       MOVE HIT-DATE
                           TO WS-CAMP-DATE(WS-CAMP-TOTAL-COUNT)
                       MOVE HIT-CAMPAIGN
                           TO WS-CAMP-CODE(WS-CAMP-TOTAL-COUNT)
                       MOVE 1 TO WS-CAMP-COUNT(WS-CAMP-TOTAL-COUNT)
                   WHEN OTHER
                       DISPLAY 'hitroll: campaign table full - tag '
                           FUNCTION TRIM(HIT-CAMPAIGN) ' on '
                           FUNCTION TRIM(HIT-PAGE-ID) ' ' HIT-DATE
                           ' not kept'
               END-EVALUATE
           END-IF.

       APPEND-ARCHIVE-ROWS.
           END-PERFORM.
           CLOSE HIT-ARCHIVE-FILE.

       APPEND-CAMPAIGN-ROWS.
           OPEN EXTEND HIT-CAMP-FILE.
           IF WS-CAMP-STATUS NOT = '00'
               OPEN OUTPUT HIT-CAMP-FILE
           END-IF.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CAMP-TOTAL-COUNT
               MOVE SPACES TO HIT-CAMP-FILE-LINE
               STRING FUNCTION TRIM(WS-CAMP-PAGE(WS-SCAN-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-CAMP-DATE(WS-SCAN-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMP-CODE(WS-SCAN-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-CAMP-COUNT(WS-SCAN-IDX) DELIMITED BY SIZE
                   INTO HIT-CAMP-FILE-LINE
               END-STRING
               WRITE HIT-CAMP-FILE-LINE
           END-PERFORM.
           CLOSE HIT-CAMP-FILE.

      *    THE TRIMMED LOG GOES BACK OVER data/HITS.DAT FROM THE KEEP
      *    FILE, WHICH IS LEFT IN PLACE AFTERWARDS AS LAST MONTH'S
      *    SAFETY COPY UNTIL THE NEXT ROLLUP OVERWRITES IT.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE HIT-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM HITROLL.
