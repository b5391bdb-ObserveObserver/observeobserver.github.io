      *    RETENTION MUST NEVER BE THE THING THAT LOSES DATA. RUN
      *    MONTHLY FROM CRON, RIGHT AFTER HITROLL.COB; EVERY SWEEP'S
      *    ACTIONS ARE PRINTED AND APPENDED TO data/RETAIN-LOG.DAT.
      *    A ROW DUE TO GO IS FIRST PUT TO HOLDCHK.CBL; ONE COVERED
      *    BY A LEGAL HOLD ON data/HOLDS.DAT STAYS RAW, IS COUNTED AS
      *    HELD RATHER THAN KEPT, AND THE RUN ENDS WITH A LINE PER
      *    HOLD SAYING WHAT IT KEPT AND WHY.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE LOG ROWS READ ACROSS EVERY POLICY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-CM-FOUND         PIC 9(3)    VALUE 0.
       01  WS-KEPT-COUNT       PIC 9(7)    VALUE 0.
       01  WS-SWEPT-COUNT      PIC 9(7)    VALUE 0.
       01  WS-HELD-COUNT       PIC 9(7)    VALUE 0.
       01  WS-FILE-COUNT       PIC 9(3)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'HCKREC.CPY'.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'RETAIN' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'retain: no data/RETENTION.DAT - nothing to'
                   ' sweep'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           MOVE 'L' TO WS-GUARD-ACTION.
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
           MOVE 'R' TO HCK-ACTION.
           MOVE 'retain' TO HCK-CALLER.
           CALL 'HOLDCHK' USING HOLD-CHECK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           DISPLAY 'retain: ' WS-FILE-COUNT ' log(s) swept'.
           PERFORM LOG-JOB-END.
       GOBACK.

       SWEEP-ONE-POLICY.
           END-STRING.

       SWEEP-ONE-FILE.
           MOVE 0 TO WS-KEPT-COUNT WS-SWEPT-COUNT WS-HELD-COUNT
               WS-CM-COUNT.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = '00'
               DISPLAY 'retain: '
                   FUNCTION TRIM(WS-DATA-NAME) ' - '
                   WS-KEPT-COUNT ' kept, ' WS-SWEPT-COUNT
                   ' swept (' FUNCTION TRIM(WS-P-ACTION) '), '
                   WS-HELD-COUNT ' held'
               ADD WS-KEPT-COUNT WS-SWEPT-COUNT WS-HELD-COUNT
                   TO JOB-ROWS
           END-IF.

       JUDGE-ONE-ROW.
           PERFORM PULL-ROW-DATE.
           MOVE 'F' TO HCK-VERDICT.
           IF WS-ROW-DATE NOT = SPACES
                   AND WS-ROW-MONTH NOT > WS-CUTOFF-MONTH
               PERFORM ASK-ABOUT-HOLDS
           END-IF.
           EVALUATE TRUE
               WHEN HCK-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE DATA-FILE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
               WHEN WS-ROW-DATE = SPACES
                       OR WS-ROW-MONTH > WS-CUTOFF-MONTH
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE DATA-FILE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
               WHEN OTHER
                   ADD 1 TO WS-SWEPT-COUNT
                   IF FUNCTION TRIM(WS-P-ACTION) = 'condense'
                       PERFORM BUMP-MONTH-TALLY
                   END-IF
           END-EVALUATE.

       ASK-ABOUT-HOLDS.
           MOVE 'C' TO HCK-ACTION.
           MOVE 'retain' TO HCK-CALLER.
           MOVE WS-DATA-NAME TO HCK-FILE.
           MOVE WS-ROW-DATE TO HCK-ROW-DATE.
           MOVE DATA-FILE-LINE TO HCK-ROW.
           CALL 'HOLDCHK' USING HOLD-CHECK
               ON EXCEPTION
                   MOVE 'F' TO HCK-VERDICT
           END-CALL.

       PULL-ROW-DATE.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-ROW-DATE
           END-IF.
           WRITE SWEEP-LOG-LINE.
           CLOSE SWEEP-LOG-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM RETAIN.
