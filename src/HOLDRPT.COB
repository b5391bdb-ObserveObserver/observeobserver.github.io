       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
      *    BATCH REPORT - THE LEGAL HOLDS ON data/HOLDS.DAT
      *    (HOLDREC.CPY) AND WHAT EACH ONE IS PROTECTING. FOR EVERY
      *    HOLD IN FORCE TODAY IT PRINTS WHAT THE HOLD COVERS, WHY,
      *    AND UNTIL WHEN, THEN COUNTS THE ROWS IT COVERS RIGHT NOW IN
      *    EVERY FILE A SWEEP CAN DELETE FROM - THE LOGS ON
      *    data/RETENTION.DAT, data/HITS.DAT AND THE FORGET-ME WALK
      *    (FORGETWK.CPY) - USING HOLDCHK.CBL'S OWN MATCHING RULES,
      *    AND TOTALS WHAT THE SWEEPS HAVE ACTUALLY KEPT UNDER IT FROM
      *    data/HOLDS-LOG.DAT. HOLDS NOT YET PLACED AND HOLDS ALREADY
      *    RELEASED ARE LISTED ONE LINE EACH UNDERNEATH, SO THE
      *    REGISTER'S WHOLE HISTORY IS IN ONE PRINTOUT. READS ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-LOG-FILE ASSIGN TO "data/HOLDS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LOG-STATUS.
           SELECT POLICY-FILE ASSIGN TO "data/RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'HOLDFD.CPY'.
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-LINE       PIC X(120).
       FD  POLICY-FILE.
       01  POLICY-FILE-LINE    PIC X(120).
       FD  DATA-FILE.
       01  DATA-FILE-LINE      PIC X(2000).
       WORKING-STORAGE SECTION.
           COPY 'HOLDREC.CPY'.
           COPY 'HCKREC.CPY'.
           COPY 'FORGETWK.CPY'.
       01  WS-HOLD-STATUS      PIC X(2)    VALUE '00'.
       01  WS-HOLD-LOG-STATUS  PIC X(2)    VALUE '00'.
       01  WS-POLICY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-DATA-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  AT-EOF                      VALUE 'Y'.
       01  WS-DATA-EOF         PIC X       VALUE 'N'.
               88  DATA-EOF                    VALUE 'Y'.
       01  WS-DATA-NAME        PIC X(60)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-WALK-IDX         PIC 9(2).
      *    EVERY FILE A SWEEP CAN DELETE FROM, WITH THE '|'-FIELD
      *    HOLDING ITS ROW DATE (0 WHEN NO SWEEP KNOWS ONE).
       01  WS-SF-COUNT         PIC 9(3)    VALUE 0.
       01  WS-SF-TABLE.
           05  WS-SF-ENTRY         OCCURS 80 TIMES.
               10  WS-SF-NAME          PIC X(60).
               10  WS-SF-FIELD         PIC 9(1).
       01  WS-SF-IDX           PIC 9(3).
       01  WS-SF-FOUND         PIC 9(3).
       01  WS-P-MONTHS-X       PIC X(4).
       01  WS-P-ACTION         PIC X(10).
       01  WS-P-FIELD-X        PIC X(2).
       01  WS-F1               PIC X(200).
       01  WS-F2               PIC X(200).
       01  WS-F3               PIC X(200).
       01  WS-F4               PIC X(200).
       01  WS-ROW-DATE         PIC X(8).
      *    LOG TOTALS FOR THE HOLD IN HAND.
       01  WS-LOG-DATE         PIC X(8).
       01  WS-LOG-CALLER       PIC X(12).
       01  WS-LOG-FILE         PIC X(60).
       01  WS-LOG-HOLD         PIC X(8).
       01  WS-LOG-ROWS-X       PIC X(8).
       01  WS-LOG-TOTAL        PIC 9(7)    VALUE 0.
       01  WS-LOG-LAST         PIC X(8)    VALUE SPACES.
       01  WS-LOG-LAST-BY      PIC X(12)   VALUE SPACES.
       01  WS-FILE-ROWS        PIC 9(7)    VALUE 0.
       01  WS-HOLD-ROWS        PIC 9(7)    VALUE 0.
       01  WS-ROWS-ED          PIC Z(6)9.
       01  WS-RANGE-TEXT       PIC X(40)   VALUE SPACES.
       01  WS-ACTIVE-COUNT     PIC 9(3)    VALUE 0.
       01  WS-OTHER-COUNT      PIC 9(3)    VALUE 0.
       01  WS-PASS             PIC X       VALUE 'A'.
               88  ACTIVE-PASS                 VALUE 'A'.
               88  OTHER-PASS                  VALUE 'O'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'holdrpt: no data/HOLDS.DAT - no holds placed'
               GOBACK
           END-IF.
           CLOSE HOLD-FILE.
           PERFORM LIST-SWEPT-FILES.
           DISPLAY 'holdrpt: legal holds on ' WS-TODAY-DATE.
           DISPLAY '--------------------------------------------'.
           SET ACTIVE-PASS TO TRUE.
           PERFORM READ-HOLD-REGISTER.
           IF WS-ACTIVE-COUNT = 0
               DISPLAY 'no hold is in force.'
           END-IF.
           DISPLAY '--------------------------------------------'.
           SET OTHER-PASS TO TRUE.
           PERFORM READ-HOLD-REGISTER.
           IF WS-OTHER-COUNT > 0
               DISPLAY '--------------------------------------------'
           END-IF.
           DISPLAY 'holdrpt: ' WS-ACTIVE-COUNT ' hold(s) in force, '
               WS-OTHER-COUNT ' released, pending or ignored'.
       GOBACK.

       READ-HOLD-REGISTER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HOLD-FILE.
           PERFORM UNTIL AT-EOF
               READ HOLD-FILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-HOLD
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

      *    THE SAME TESTS HOLDCHK.CBL USES TO DECIDE A HOLD IS IN
      *    FORCE; ON THE FIRST PASS THOSE ARE REPORTED IN FULL, ON
      *    THE SECOND EVERYTHING ELSE GETS A LINE.
       REPORT-ONE-HOLD.
           MOVE SPACES TO HOLD-RECORD.
           UNSTRING HOLD-FILE-LINE DELIMITED BY '|'
               INTO HOLD-ID HOLD-KIND HOLD-VALUE HOLD-FROM HOLD-TO
                    HOLD-REASON HOLD-PLACED HOLD-RELEASE
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(HOLD-KIND) TO HOLD-KIND.
           EVALUATE TRUE
               WHEN HOLD-ID = SPACES OR HOLD-ID(1:1) = '*'
                   CONTINUE
               WHEN HOLD-PLACED NOT = SPACES
                       AND HOLD-PLACED > WS-TODAY-DATE
                   IF OTHER-PASS
                       ADD 1 TO WS-OTHER-COUNT
                       DISPLAY FUNCTION TRIM(HOLD-ID)
                           ' not yet placed - bites from '
                           HOLD-PLACED ' - '
                           FUNCTION TRIM(HOLD-REASON)
                   END-IF
               WHEN HOLD-RELEASE NOT = SPACES
                       AND HOLD-RELEASE <= WS-TODAY-DATE
                   IF OTHER-PASS
                       ADD 1 TO WS-OTHER-COUNT
                       DISPLAY FUNCTION TRIM(HOLD-ID)
                           ' released ' HOLD-RELEASE ' - '
                           FUNCTION TRIM(HOLD-REASON)
                   END-IF
               WHEN NOT HOLD-BY-ADDRESS AND NOT HOLD-BY-STORY
                       AND NOT HOLD-BY-FILE AND NOT HOLD-BY-DATES
                   IF OTHER-PASS
                       ADD 1 TO WS-OTHER-COUNT
                       DISPLAY FUNCTION TRIM(HOLD-ID)
                           ' ignored - unknown kind "'
                           FUNCTION TRIM(HOLD-KIND) '"'
                   END-IF
               WHEN (NOT HOLD-BY-DATES
                       AND FUNCTION TRIM(HOLD-VALUE) = SPACES)
                    OR (HOLD-BY-DATES AND HOLD-FROM = SPACES
                       AND HOLD-TO = SPACES)
                   IF OTHER-PASS
                       ADD 1 TO WS-OTHER-COUNT
                       DISPLAY FUNCTION TRIM(HOLD-ID)
                           ' ignored - says nothing to hold'
                   END-IF
               WHEN OTHER
                   IF ACTIVE-PASS
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM REPORT-ACTIVE-HOLD
                   END-IF
           END-EVALUATE.

       REPORT-ACTIVE-HOLD.
           MOVE SPACES TO WS-RANGE-TEXT.
           IF HOLD-FROM NOT = SPACES OR HOLD-TO NOT = SPACES
               STRING ', rows dated ' DELIMITED BY SIZE
                      HOLD-FROM DELIMITED BY SPACE
                      ' to ' DELIMITED BY SIZE
                      HOLD-TO DELIMITED BY SPACE
                   INTO WS-RANGE-TEXT
               END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(HOLD-ID) ' - '
               FUNCTION TRIM(HOLD-KIND) ' '
               FUNCTION TRIM(HOLD-VALUE)
               FUNCTION TRIM(WS-RANGE-TEXT TRAILING).
           DISPLAY '  why:     ' FUNCTION TRIM(HOLD-REASON).
           IF HOLD-RELEASE = SPACES
               DISPLAY '  placed:  ' HOLD-PLACED
                   ', until someone releases it'
           ELSE
               DISPLAY '  placed:  ' HOLD-PLACED
                   ', lapses ' HOLD-RELEASE
           END-IF.
           MOVE 0 TO WS-HOLD-ROWS.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-COUNT
               PERFORM COUNT-ONE-FILE
           END-PERFORM.
           IF WS-HOLD-ROWS = 0
               DISPLAY '  protects: nothing on file today'
           END-IF.
           PERFORM TOTAL-LOGGED-KEEPS.
           IF WS-LOG-TOTAL = 0
               DISPLAY '  kept by sweeps so far: none'
           ELSE
               MOVE WS-LOG-TOTAL TO WS-ROWS-ED
               DISPLAY '  kept by sweeps so far: '
                   FUNCTION TRIM(WS-ROWS-ED) ' row(s), last on '
                   WS-LOG-LAST ' by ' FUNCTION TRIM(WS-LOG-LAST-BY)
           END-IF.

       COUNT-ONE-FILE.
           MOVE 0 TO WS-FILE-ROWS.
           MOVE WS-SF-NAME(WS-SF-IDX) TO WS-DATA-NAME.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = '00'
               PERFORM UNTIL DATA-EOF
                   READ DATA-FILE
                       AT END
                           SET DATA-EOF TO TRUE
                       NOT AT END
                           PERFORM TEST-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
           END-IF.
           IF WS-FILE-ROWS > 0
               ADD WS-FILE-ROWS TO WS-HOLD-ROWS
               MOVE WS-FILE-ROWS TO WS-ROWS-ED
               DISPLAY '  protects: ' WS-ROWS-ED ' row(s) of '
                   FUNCTION TRIM(WS-DATA-NAME)
           END-IF.

       TEST-ONE-ROW.
           MOVE SPACES TO WS-ROW-DATE.
           IF WS-SF-FIELD(WS-SF-IDX) > 0
               MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
               UNSTRING DATA-FILE-LINE DELIMITED BY '|'
                   INTO WS-F1 WS-F2 WS-F3 WS-F4
               END-UNSTRING
               EVALUATE WS-SF-FIELD(WS-SF-IDX)
                   WHEN 1
                       MOVE WS-F1(1:8) TO WS-ROW-DATE
                   WHEN 2
                       MOVE WS-F2(1:8) TO WS-ROW-DATE
                   WHEN 3
                       MOVE WS-F3(1:8) TO WS-ROW-DATE
                   WHEN OTHER
                       MOVE WS-F4(1:8) TO WS-ROW-DATE
               END-EVALUATE
               IF WS-ROW-DATE IS NOT NUMERIC
                   MOVE SPACES TO WS-ROW-DATE
               END-IF
           END-IF.
           MOVE 'T' TO HCK-ACTION.
           MOVE 'holdrpt' TO HCK-CALLER.
           MOVE WS-DATA-NAME TO HCK-FILE.
           MOVE WS-ROW-DATE TO HCK-ROW-DATE.
           MOVE HOLD-ID TO HCK-HOLD-ID.
           MOVE DATA-FILE-LINE TO HCK-ROW.
           CALL 'HOLDCHK' USING HOLD-CHECK
               ON EXCEPTION
                   MOVE 'F' TO HCK-VERDICT
           END-CALL.
           IF HCK-HELD
               ADD 1 TO WS-FILE-ROWS
           END-IF.

       TOTAL-LOGGED-KEEPS.
           MOVE 0 TO WS-LOG-TOTAL.
           MOVE SPACES TO WS-LOG-LAST WS-LOG-LAST-BY.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS = '00'
               PERFORM UNTIL DATA-EOF
                   READ HOLD-LOG-FILE
                       AT END
                           SET DATA-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-DATE WS-LOG-CALLER
                               WS-LOG-FILE WS-LOG-HOLD WS-LOG-ROWS-X
                           UNSTRING HOLD-LOG-LINE DELIMITED BY '|'
                               INTO WS-LOG-DATE WS-LOG-CALLER
                                    WS-LOG-FILE WS-LOG-HOLD
                                    WS-LOG-ROWS-X
                           END-UNSTRING
                           IF WS-LOG-HOLD = HOLD-ID
                               ADD FUNCTION NUMVAL(WS-LOG-ROWS-X)
                                   TO WS-LOG-TOTAL
                               IF WS-LOG-DATE >= WS-LOG-LAST
                                   MOVE WS-LOG-DATE TO WS-LOG-LAST
                                   MOVE WS-LOG-CALLER
                                       TO WS-LOG-LAST-BY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-LOG-FILE
           END-IF.

      *    RETENTION POLICIES FIRST, SO A LOG ON BOTH LISTS KEEPS
      *    THE DATE FIELD ITS POLICY NAMES.
       LIST-SWEPT-FILES.
           MOVE 0 TO WS-SF-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ POLICY-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-DATA-NAME WS-P-MONTHS-X
                               WS-P-ACTION WS-P-FIELD-X
                           UNSTRING POLICY-FILE-LINE DELIMITED BY '|'
                               INTO WS-DATA-NAME WS-P-MONTHS-X
                                    WS-P-ACTION WS-P-FIELD-X
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(WS-P-FIELD-X) = 0
                               PERFORM ADD-SWEPT-FILE
                               IF WS-SF-FOUND > 0
                                   MOVE FUNCTION NUMVAL(WS-P-FIELD-X)
                                       TO WS-SF-FIELD(WS-SF-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.
           MOVE 'data/HITS.DAT' TO WS-DATA-NAME.
           PERFORM ADD-SWEPT-FILE.
           IF WS-SF-FOUND > 0
               MOVE 2 TO WS-SF-FIELD(WS-SF-FOUND)
           END-IF.
           PERFORM VARYING WS-WALK-IDX FROM 1 BY 1
                   UNTIL WS-WALK-IDX > WS-WALK-MAX
               MOVE WS-WALK-FILE(WS-WALK-IDX) TO WS-DATA-NAME
               PERFORM ADD-SWEPT-FILE
           END-PERFORM.
      *    SUBSWEEP.COB DATES A LIST ROW BY ITS SIGNUP DATE.
           MOVE 'data/SUBSCRIBERS.DAT' TO WS-DATA-NAME.
           PERFORM ADD-SWEPT-FILE.
           IF WS-SF-FOUND > 0 AND WS-SF-FIELD(WS-SF-FOUND) = 0
               MOVE 2 TO WS-SF-FIELD(WS-SF-FOUND)
           END-IF.

       ADD-SWEPT-FILE.
           MOVE 0 TO WS-SF-FOUND.
           IF FUNCTION TRIM(WS-DATA-NAME) NOT = SPACES
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
                           OR WS-SF-FOUND > 0
                   IF WS-SF-NAME(WS-SF-IDX) = WS-DATA-NAME
                       MOVE WS-SF-IDX TO WS-SF-FOUND
                   END-IF
               END-PERFORM
               IF WS-SF-FOUND = 0 AND WS-SF-COUNT < 80
                   ADD 1 TO WS-SF-COUNT
                   MOVE WS-SF-COUNT TO WS-SF-FOUND
                   MOVE WS-DATA-NAME TO WS-SF-NAME(WS-SF-FOUND)
                   MOVE 0 TO WS-SF-FIELD(WS-SF-FOUND)
               END-IF
           END-IF.
       END PROGRAM HOLDRPT.
