      *    DROPPED. ACTIVE AND GRANDFATHERED ROWS ARE NEVER TOUCHED.
      *    RUN IT FROM CRON ALONGSIDE THE OTHER MONTHLY SWEEPS; THE
      *    FILE IS REWRITTEN THROUGH A KEEP FILE UNDER THE FGUARD
      *    LOCK. EACH ROW AGED OUT IS POSTED TO THE SUBSCRIBER EVENT
      *    LOG THROUGH SUBLOG.CBL ONCE THE LOCK IS LET GO. A ROW DUE
      *    TO AGE OUT THAT A LEGAL HOLD ON data/HOLDS.DAT COVERS
      *    (HOLDCHK.CBL DECIDES) STAYS, AND THE RUN SAYS WHICH HOLD
      *    KEPT IT.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE SUBSCRIBER ROWS READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  KEEP-FILE-LINE      PIC X(100).
       WORKING-STORAGE SECTION.
           COPY 'SUBREC.CPY'.
           COPY 'SUBEVREC.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
       01  WS-ROW-AGE          PIC S9(8)   VALUE 0.
       01  WS-KEPT-COUNT       PIC 9(4)    VALUE 0.
       01  WS-SWEPT-COUNT      PIC 9(4)    VALUE 0.
       01  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
      *    THE TOKENS OF THE ROWS THIS PASS AGED OUT, HELD UNTIL THE
      *    LOCK IS FREE FOR SUBLOG.CBL TO TAKE.
       01  WS-SWEPT-TABLE.
           05  WS-SWEPT-TOKEN      PIC X(16)   OCCURS 500 TIMES.
       01  WS-SWEPT-IDX        PIC 9(4)    VALUE 0.
           COPY 'HCKREC.CPY'.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'SUBSWEEP' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8)))
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY 'subsweep: no data/SUBSCRIBERS.DAT to sweep'
               MOVE 'idle' TO JOB-OUTCOME
           ELSE
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL SUB-EOF
               IF WS-SWEPT-COUNT > 0
                   PERFORM REWRITE-SUBSCRIBERS
               END-IF
               DISPLAY 'subsweep: ' WS-KEPT-COUNT ' kept ('
                   WS-HELD-COUNT ' under a hold), '
                   WS-SWEPT-COUNT ' unconfirmed row(s) aged out'
               MOVE 'R' TO HCK-ACTION
               MOVE 'subsweep' TO HCK-CALLER
               CALL 'HOLDCHK' USING HOLD-CHECK
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM VARYING WS-SWEPT-IDX FROM 1 BY 1
                   UNTIL WS-SWEPT-IDX > WS-SWEPT-COUNT
                       OR WS-SWEPT-IDX > 500
               MOVE SPACES TO SUBSCRIBER-EVENT
               MOVE WS-TODAY-STAMP(1:8) TO SEV-DATE
               MOVE 'swept' TO SEV-EVENT
               MOVE WS-SWEPT-TOKEN(WS-SWEPT-IDX) TO SEV-TOKEN
               MOVE 'P' TO SEV-STATE
               CALL 'SUBLOG' USING SUBSCRIBER-EVENT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-PERFORM.
           COMPUTE JOB-ROWS = WS-KEPT-COUNT + WS-SWEPT-COUNT.
           PERFORM LOG-JOB-END.
       GOBACK.

       KEEP-OR-SWEEP-ROW.
                   TO WS-ROW-INT
               COMPUTE WS-ROW-AGE = WS-TODAY-INT - WS-ROW-INT
           END-IF.
           MOVE 'F' TO HCK-VERDICT.
           IF SUBSCRIBER-STATE = 'P' AND WS-ROW-AGE > 14
               MOVE 'C' TO HCK-ACTION
               MOVE 'subsweep' TO HCK-CALLER
               MOVE 'data/SUBSCRIBERS.DAT' TO HCK-FILE
               MOVE SUBSCRIBER-DATE TO HCK-ROW-DATE
               MOVE SUBSCRIBER-FILE-LINE TO HCK-ROW
               CALL 'HOLDCHK' USING HOLD-CHECK
                   ON EXCEPTION
                       MOVE 'F' TO HCK-VERDICT
               END-CALL
               IF HCK-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.
           IF SUBSCRIBER-STATE = 'P' AND WS-ROW-AGE > 14
                   AND NOT HCK-HELD
               ADD 1 TO WS-SWEPT-COUNT
               IF WS-SWEPT-COUNT <= 500
                   MOVE SUBSCRIBER-TOKEN
                       TO WS-SWEPT-TOKEN(WS-SWEPT-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE SPACES TO KEEP-FILE-LINE
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE SUBSCRIBER-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SUBSWEEP.
