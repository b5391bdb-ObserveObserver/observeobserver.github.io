       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRATE.
      *    BATCH JOB - THE LAYOUT MIGRATOR. STORYREC.CPY HAS GROWN
      *    FROM SIX FIELDS TO SEVENTEEN AND EVERY GROWTH SPURT LEFT OLD
      *    SHORT ROWS THAT EACH READER PADS OR MISPARSES IN ITS OWN
      *    WAY. THE REGISTRY data/LAYOUT-VERSIONS.DAT NOW SAYS, ONE
      *    ROW PER DATA FILE, HOW MANY FIELDS THE CURRENT COPYBOOK
      *    AGAINST EVERY HISTORICAL LAYOUT - THE NEXT NEW FIELD
      *    COSTS ONE REGISTRY EDIT AND ONE RUN, NOT A BUG HUNT
      *    ACROSS THIRTY PROGRAMS.
      *    "MIGRATE check" IS THE WIDTH CHECK ON ITS OWN: THE SAME
      *    WALK, BUT NOTHING IS REWRITTEN OR AUDITED - EVERY ROW NOT
      *    AT THE REGISTRY WIDTH (SHORT OR WIDE) IS COUNTED AND THE
      *    JOB ENDS WITH RETURN CODE 1 IF THERE WAS ANY, SO A GATE
      *    (STAGE.COB'S PROMOTE) CAN REFUSE DATA THAT IS NOT IN SHAPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-FILE-COUNT       PIC 9(3)    VALUE 0.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-COMMAND-ARGS     PIC X(200)  VALUE SPACES.
       01  WS-MODE             PIC X(10)   VALUE SPACES.
               88  CHECK-ONLY                  VALUE 'check'.
       01  WS-OFF-COUNT        PIC 9(6)    VALUE 0.
       01  WS-OFF-TOTAL        PIC 9(6)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE
           END-UNSTRING.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'migrate: no data/LAYOUT-VERSIONS.DAT -'
                   ' nothing to do'
               GOBACK
           END-IF.
           IF CHECK-ONLY
               PERFORM UNTIL REG-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET REG-EOF TO TRUE
                       NOT AT END
                           PERFORM MIGRATE-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               DISPLAY 'migrate: ' WS-FILE-COUNT ' file(s) checked, '
                   WS-OFF-TOTAL ' row(s) not at registry width'
               IF WS-OFF-TOTAL > 0
                   MOVE 1 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
               MOVE FUNCTION NUMVAL(WS-WANT-FIELDS-X)
                   TO WS-WANT-FIELDS
               COMPUTE WS-WANT-PIPES = WS-WANT-FIELDS - 1
               IF CHECK-ONLY
                   PERFORM CHECK-ONE-FILE
               ELSE
                   PERFORM WALK-ONE-FILE
               END-IF
           END-IF.

      *    A MISSING FILE IS NOT A WIDTH FAULT - THE REGISTRY LISTS
      *    FILES THAT SOME INSTALLS NEVER GROW.
       CHECK-ONE-FILE.
           MOVE 0 TO WS-ROW-COUNT WS-OFF-COUNT.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = '00'
               PERFORM UNTIL DATA-EOF
                   READ DATA-FILE
                       AT END
                           SET DATA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM CHECK-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
               ADD WS-OFF-COUNT TO WS-OFF-TOTAL
               IF WS-OFF-COUNT > 0
                   DISPLAY 'migrate: '
                       FUNCTION TRIM(WS-DATA-NAME) ' - '
                       WS-OFF-COUNT ' of ' WS-ROW-COUNT
                       ' row(s) not ' WS-WANT-FIELDS ' fields wide'
               END-IF
           END-IF.

       CHECK-ONE-ROW.
           IF FUNCTION TRIM(DATA-FILE-LINE) NOT = SPACES
               MOVE 0 TO WS-ROW-PIPES
               INSPECT DATA-FILE-LINE TALLYING WS-ROW-PIPES
                   FOR ALL '|'
               IF WS-ROW-PIPES NOT = WS-WANT-PIPES
                   ADD 1 TO WS-OFF-COUNT
               END-IF
           END-IF.

       WALK-ONE-FILE.
