       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.
      *    SHARED SUBPROGRAM - ANSWERS "MAY THIS ROW BE DELETED". A
      *    SWEEP ABOUT TO DROP, CONDENSE OR BLANK A ROW PASSES IT
      *    HERE FIRST (SEE HCKREC.CPY); IF ANY HOLD ON data/HOLDS.DAT
      *    (HOLDREC.CPY) IN FORCE TODAY COVERS THE ROW, THE VERDICT
      *    IS 'H' AND THE SWEEP KEEPS IT AS IT STANDS. THE REGISTER
      *    IS READ ONCE PER RUN; A MISSING REGISTER HOLDS NOTHING.
      *    EVERY ROW KEPT IS TALLIED BY HOLD AND FILE, AND THE
      *    CALLER'S 'R' CALL AT THE END OF ITS SWEEP PRINTS THE
      *    TALLIES AND APPENDS THEM TO data/HOLDS-LOG.DAT
      *    (DATE|CALLER|FILE|HOLD|ROWS) FOR HOLDRPT.COB. NO LOCK IS
      *    TAKEN HERE - EVERY SWEEP CALLS WHILE HOLDING FGUARD ITSELF.
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
       DATA DIVISION.
       FILE SECTION.
           COPY 'HOLDFD.CPY'.
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-LINE       PIC X(120).
       WORKING-STORAGE SECTION.
           COPY 'HOLDREC.CPY'.
       01  WS-HOLD-STATUS      PIC X(2)    VALUE '00'.
       01  WS-HOLD-LOG-STATUS  PIC X(2)    VALUE '00'.
       01  WS-HOLD-EOF         PIC X       VALUE 'N'.
               88  HOLD-EOF                    VALUE 'Y'.
       01  WS-LOADED           PIC X       VALUE 'N'.
               88  LOADED                      VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
      *    THE HOLDS IN FORCE TODAY, VALUES UPPER-CASED FOR MATCHING.
       01  WS-HD-COUNT         PIC 9(3)    VALUE 0.
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY         OCCURS 100 TIMES.
               10  WS-HD-ID            PIC X(8).
               10  WS-HD-KIND          PIC X(8).
               10  WS-HD-VALUE         PIC X(80).
               10  WS-HD-VALUE-LEN     PIC 9(2).
               10  WS-HD-FROM          PIC X(8).
               10  WS-HD-TO            PIC X(8).
               10  WS-HD-REASON        PIC X(80).
       01  WS-HD-IDX           PIC 9(3).
       01  WS-HD-FOUND         PIC 9(3).
      *    ROWS KEPT SINCE THE LAST REPORT, PER HOLD AND FILE.
       01  WS-TL-COUNT         PIC 9(3)    VALUE 0.
       01  WS-TL-TABLE.
           05  WS-TL-ENTRY         OCCURS 300 TIMES.
               10  WS-TL-HOLD          PIC 9(3).
               10  WS-TL-FILE          PIC X(60).
               10  WS-TL-ROWS          PIC 9(7).
       01  WS-TL-IDX           PIC 9(3).
       01  WS-TL-FOUND         PIC 9(3).
       01  WS-ROW-UPPER        PIC X(2002) VALUE SPACES.
       01  WS-FILE-UPPER       PIC X(60)   VALUE SPACES.
       01  WS-PIPED-VALUE      PIC X(82)   VALUE SPACES.
       01  WS-MATCH-HITS       PIC 9(3)    VALUE 0.
       01  WS-COVERS           PIC X       VALUE 'N'.
               88  COVERS-ROW                  VALUE 'Y'.
       01  WS-ROWS-ED          PIC Z(6)9.
       LINKAGE SECTION.
           COPY 'HCKREC.CPY'.
       PROCEDURE DIVISION USING HOLD-CHECK.
           IF NOT LOADED
               PERFORM LOAD-HOLDS-IN-FORCE
               SET LOADED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN HCK-REPORT
                   PERFORM REPORT-KEPT-ROWS
               WHEN HCK-TEST-ONE
                   PERFORM TEST-ONE-HOLD
               WHEN OTHER
                   PERFORM CHECK-ONE-ROW
           END-EVALUATE.
       GOBACK.

       LOAD-HOLDS-IN-FORCE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE 0 TO WS-HD-COUNT.
           MOVE 'N' TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL HOLD-EOF OR WS-HD-COUNT >= 100
                   READ HOLD-FILE
                       AT END
                           SET HOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      *    A HOLD NOT YET PLACED OR ALREADY RELEASED IS SKIPPED, AS
      *    IS ONE WHOSE KIND NEEDS A VALUE AND HAS NONE - AN EMPTY
      *    address WOULD OTHERWISE MATCH EVERY ROW ON THE SITE.
       LOAD-ONE-HOLD.
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
                   CONTINUE
               WHEN HOLD-RELEASE NOT = SPACES
                       AND HOLD-RELEASE <= WS-TODAY-DATE
                   CONTINUE
               WHEN NOT HOLD-BY-ADDRESS AND NOT HOLD-BY-STORY
                       AND NOT HOLD-BY-FILE AND NOT HOLD-BY-DATES
                   CONTINUE
               WHEN NOT HOLD-BY-DATES
                       AND FUNCTION TRIM(HOLD-VALUE) = SPACES
                   CONTINUE
               WHEN HOLD-BY-DATES AND HOLD-FROM = SPACES
                       AND HOLD-TO = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-HD-COUNT
                   MOVE HOLD-ID TO WS-HD-ID(WS-HD-COUNT)
                   MOVE HOLD-KIND TO WS-HD-KIND(WS-HD-COUNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HOLD-VALUE))
                       TO WS-HD-VALUE(WS-HD-COUNT)
                   MOVE 0 TO WS-HD-VALUE-LEN(WS-HD-COUNT)
                   IF HOLD-VALUE NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(HOLD-VALUE))
                           TO WS-HD-VALUE-LEN(WS-HD-COUNT)
                   END-IF
                   MOVE HOLD-FROM TO WS-HD-FROM(WS-HD-COUNT)
                   MOVE HOLD-TO TO WS-HD-TO(WS-HD-COUNT)
                   MOVE HOLD-REASON TO WS-HD-REASON(WS-HD-COUNT)
           END-EVALUATE.

       CHECK-ONE-ROW.
           MOVE 'F' TO HCK-VERDICT.
           MOVE SPACES TO HCK-HOLD-ID HCK-REASON.
           IF WS-HD-COUNT > 0
               PERFORM PREPARE-ROW
               MOVE 0 TO WS-HD-FOUND
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                       UNTIL WS-HD-IDX > WS-HD-COUNT
                           OR WS-HD-FOUND > 0
                   PERFORM JUDGE-ONE-HOLD
                   IF COVERS-ROW
                       MOVE WS-HD-IDX TO WS-HD-FOUND
                   END-IF
               END-PERFORM
               IF WS-HD-FOUND > 0
                   MOVE 'H' TO HCK-VERDICT
                   MOVE WS-HD-ID(WS-HD-FOUND) TO HCK-HOLD-ID
                   MOVE WS-HD-REASON(WS-HD-FOUND) TO HCK-REASON
                   PERFORM TALLY-KEPT-ROW
               END-IF
           END-IF.

       TEST-ONE-HOLD.
           MOVE 'F' TO HCK-VERDICT.
           MOVE 0 TO WS-HD-FOUND.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT OR WS-HD-FOUND > 0
               IF WS-HD-ID(WS-HD-IDX) = HCK-HOLD-ID
                   MOVE WS-HD-IDX TO WS-HD-FOUND
               END-IF
           END-PERFORM.
           IF WS-HD-FOUND > 0
               PERFORM PREPARE-ROW
               MOVE WS-HD-FOUND TO WS-HD-IDX
               PERFORM JUDGE-ONE-HOLD
               IF COVERS-ROW
                   MOVE 'H' TO HCK-VERDICT
                   MOVE WS-HD-REASON(WS-HD-FOUND) TO HCK-REASON
               END-IF
           END-IF.

      *    THE ROW IS FENCED WITH '|' AT BOTH ENDS SO A story HOLD
      *    CAN MATCH A WHOLE FIELD WHEREVER IT FALLS.
       PREPARE-ROW.
           MOVE SPACES TO WS-ROW-UPPER.
           STRING '|' DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(HCK-ROW))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO WS-ROW-UPPER
           END-STRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HCK-FILE))
               TO WS-FILE-UPPER.

       JUDGE-ONE-HOLD.
           MOVE 'N' TO WS-COVERS.
           MOVE 0 TO WS-MATCH-HITS.
           EVALUATE WS-HD-KIND(WS-HD-IDX)
               WHEN 'address'
                   INSPECT WS-ROW-UPPER TALLYING WS-MATCH-HITS
                       FOR ALL WS-HD-VALUE(WS-HD-IDX)
                           (1:WS-HD-VALUE-LEN(WS-HD-IDX))
               WHEN 'story'
                   MOVE SPACES TO WS-PIPED-VALUE
                   STRING '|' DELIMITED BY SIZE
                          WS-HD-VALUE(WS-HD-IDX)
                              (1:WS-HD-VALUE-LEN(WS-HD-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                       INTO WS-PIPED-VALUE
                   END-STRING
                   INSPECT WS-ROW-UPPER TALLYING WS-MATCH-HITS
                       FOR ALL WS-PIPED-VALUE
                           (1:WS-HD-VALUE-LEN(WS-HD-IDX) + 2)
               WHEN 'file'
                   IF WS-HD-VALUE(WS-HD-IDX) = WS-FILE-UPPER
                       MOVE 1 TO WS-MATCH-HITS
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-MATCH-HITS
           END-EVALUATE.
           IF WS-MATCH-HITS > 0
               SET COVERS-ROW TO TRUE
               IF HCK-ROW-DATE NOT = SPACES
                   IF WS-HD-FROM(WS-HD-IDX) NOT = SPACES
                           AND HCK-ROW-DATE < WS-HD-FROM(WS-HD-IDX)
                       MOVE 'N' TO WS-COVERS
                   END-IF
                   IF WS-HD-TO(WS-HD-IDX) NOT = SPACES
                           AND HCK-ROW-DATE > WS-HD-TO(WS-HD-IDX)
                       MOVE 'N' TO WS-COVERS
                   END-IF
               END-IF
           END-IF.

       TALLY-KEPT-ROW.
           MOVE 0 TO WS-TL-FOUND.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT OR WS-TL-FOUND > 0
               IF WS-TL-HOLD(WS-TL-IDX) = WS-HD-FOUND
                       AND WS-TL-FILE(WS-TL-IDX) = HCK-FILE
                   MOVE WS-TL-IDX TO WS-TL-FOUND
               END-IF
           END-PERFORM.
           IF WS-TL-FOUND = 0 AND WS-TL-COUNT < 300
               ADD 1 TO WS-TL-COUNT
               MOVE WS-TL-COUNT TO WS-TL-FOUND
               MOVE WS-HD-FOUND TO WS-TL-HOLD(WS-TL-FOUND)
               MOVE HCK-FILE TO WS-TL-FILE(WS-TL-FOUND)
               MOVE 0 TO WS-TL-ROWS(WS-TL-FOUND)
           END-IF.
           IF WS-TL-FOUND > 0
               ADD 1 TO WS-TL-ROWS(WS-TL-FOUND)
           END-IF.

       REPORT-KEPT-ROWS.
           IF WS-TL-COUNT > 0
               OPEN EXTEND HOLD-LOG-FILE
               IF WS-HOLD-LOG-STATUS NOT = '00'
                   OPEN OUTPUT HOLD-LOG-FILE
               END-IF
               PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                       UNTIL WS-TL-IDX > WS-TL-COUNT
                   MOVE WS-TL-HOLD(WS-TL-IDX) TO WS-HD-IDX
                   MOVE WS-TL-ROWS(WS-TL-IDX) TO WS-ROWS-ED
                   DISPLAY FUNCTION TRIM(HCK-CALLER) ': '
                       FUNCTION TRIM(WS-ROWS-ED) ' row(s) of '
                       FUNCTION TRIM(WS-TL-FILE(WS-TL-IDX))
                       ' kept under hold '
                       FUNCTION TRIM(WS-HD-ID(WS-HD-IDX)) ' - '
                       FUNCTION TRIM(WS-HD-REASON(WS-HD-IDX))
                   MOVE SPACES TO HOLD-LOG-LINE
                   STRING WS-TODAY-DATE DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION LOWER-CASE(FUNCTION TRIM(HCK-CALLER))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TL-FILE(WS-TL-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HD-ID(WS-HD-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-TL-ROWS(WS-TL-IDX) DELIMITED BY SIZE
                       INTO HOLD-LOG-LINE
                   END-STRING
                   WRITE HOLD-LOG-LINE
               END-PERFORM
               CLOSE HOLD-LOG-FILE
           END-IF.
           MOVE 0 TO WS-TL-COUNT.
       END PROGRAM HOLDCHK.
