       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPRPT.
      *    BATCH JOB - THE MONTHLY SUPPORT REPORT. RUN AS
      *    TIPRPT.COB [YYYYMM]; WITHOUT A MONTH IT REPORTS THE CURRENT
      *    ONE. TOTALS THE TIPS IN THE SUPPORTER LEDGER data/TIPS.DAT
      *    (TIPLOAD.COB) FOR THE MONTH AND THE YEAR TO DATE, WITH HOW
      *    MANY TIPS AND HOW MANY DIFFERENT SUPPORTERS, AND SETS THEM
      *    AGAINST WHAT THE HOBBY COST OVER THE SAME SPAN - THE MONEY
      *    OUT IN data/LEDGER.DAT, THE SAME ROWS LEDGSTMT.COB TOTALS -
      *    AND AGAINST THE MONTHLY BUDGET IN data/BUDGET.DAT. THE
      *    COVERAGE LINES SAY WHAT SHARE OF THE COSTS SUPPORT PAID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "data/TIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "data/BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'TIPFD.CPY'.
           COPY 'LEDGFD.CPY'.
       FD  BUDGET-FILE.
       01  BUDGET-FILE-LINE    PIC X(60).
       WORKING-STORAGE SECTION.
           COPY 'TIPREC.CPY'.
           COPY 'LEDGREC.CPY'.
       01  WS-TIP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BUDGET-STATUS    PIC X(2)    VALUE '00'.
       01  WS-TIP-EOF          PIC X       VALUE 'N'.
               88  TIP-EOF                     VALUE 'Y'.
       01  WS-LEDGER-EOF       PIC X       VALUE 'N'.
               88  LEDGER-EOF                  VALUE 'Y'.
       01  WS-BUDGET-EOF       PIC X       VALUE 'N'.
               88  BUDGET-EOF                  VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-REPORT-MONTH     PIC X(6).
       01  WS-REPORT-MM        PIC 9(2).
       01  WS-B-CATEGORY       PIC X(16).
       01  WS-B-AMOUNT         PIC X(10).
       01  WS-AMOUNT-NUM       PIC 9(7)V99.
      *    DIFFERENT SUPPORTERS, BY MAIL ADDRESS (ELSE BY REF), FOR
      *    THE MONTH AND FOR THE YEAR.
       01  WS-FAN-KEY          PIC X(60).
       01  WS-FAN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-FAN-IDX          PIC 9(4).
       01  WS-FAN-FOUND        PIC 9(4).
       01  WS-FAN-TABLE.
           05  WS-FAN-ENTRY        OCCURS 1000 TIMES.
               10  WS-FAN-KEY-E        PIC X(60).
               10  WS-FAN-IN-MONTH     PIC X.
       01  WS-MONTH-FANS       PIC 9(4)    VALUE 0.
       01  WS-MONTH-TIPS       PIC 9(4)    VALUE 0.
       01  WS-YTD-TIPS         PIC 9(4)    VALUE 0.
       01  WS-MONTH-SUPPORT    PIC 9(8)V99 VALUE 0.
       01  WS-YTD-SUPPORT      PIC 9(8)V99 VALUE 0.
       01  WS-MONTH-COST       PIC 9(8)V99 VALUE 0.
       01  WS-YTD-COST         PIC 9(8)V99 VALUE 0.
       01  WS-MONTH-BUDGET     PIC 9(8)V99 VALUE 0.
       01  WS-YTD-BUDGET       PIC 9(8)V99 VALUE 0.
       01  WS-COVER-PCT        PIC 9(5)V9.
       01  WS-SUM-EDIT         PIC Z(6)9.99.
       01  WS-COST-EDIT        PIC Z(6)9.99.
       01  WS-PCT-EDIT         PIC Z(4)9.9.
       01  WS-COUNT-EDIT       PIC Z(3)9.
       01  WS-FANS-EDIT        PIC Z(3)9.
       01  WS-SHORT            PIC S9(8)V99.
       01  WS-SHORT-EDIT       PIC -(7)9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-ARGS) = SPACES
               MOVE WS-TIMESTAMP(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY 'tiprpt: month must be YYYYMM'
               GOBACK
           END-IF.
           MOVE WS-REPORT-MONTH(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'tiprpt: month must be YYYYMM'
               GOBACK
           END-IF.
           PERFORM TALLY-SUPPORT.
           PERFORM TALLY-COSTS.
           PERFORM LOAD-BUDGET.
           PERFORM PRINT-REPORT.
       GOBACK.

      *    AS IN LEDGSTMT.COB, ONLY THE REPORTED YEAR UP TO AND
      *    INCLUDING THE REPORTED MONTH COUNTS.
       TALLY-SUPPORT.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS NOT = '00'
               DISPLAY 'tiprpt: no data/TIPS.DAT - no support yet'
           ELSE
               PERFORM UNTIL TIP-EOF
                   READ TIP-FILE
                       AT END
                           SET TIP-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-TIP
                   END-READ
               END-PERFORM
               CLOSE TIP-FILE
           END-IF.
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
               IF WS-FAN-IN-MONTH(WS-FAN-IDX) = 'Y'
                   ADD 1 TO WS-MONTH-FANS
               END-IF
           END-PERFORM.

       TALLY-ONE-TIP.
           MOVE SPACES TO TIP-RECORD.
           UNSTRING TIP-FILE-LINE DELIMITED BY '|'
               INTO TIP-REF TIP-DATE TIP-NAME TIP-EMAIL TIP-SHOW
                    TIP-AMOUNT TIP-TOKEN
           END-UNSTRING.
           IF TIP-DATE(1:4) = WS-REPORT-MONTH(1:4)
                   AND TIP-DATE(1:6) <= WS-REPORT-MONTH
               MOVE FUNCTION NUMVAL(TIP-AMOUNT) TO WS-AMOUNT-NUM
               ADD WS-AMOUNT-NUM TO WS-YTD-SUPPORT
               ADD 1 TO WS-YTD-TIPS
               PERFORM FIND-OR-ADD-FAN
               IF TIP-DATE(1:6) = WS-REPORT-MONTH
                   ADD WS-AMOUNT-NUM TO WS-MONTH-SUPPORT
                   ADD 1 TO WS-MONTH-TIPS
                   IF WS-FAN-FOUND > 0
                       MOVE 'Y' TO WS-FAN-IN-MONTH(WS-FAN-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-FAN.
           IF TIP-EMAIL NOT = SPACES
               MOVE FUNCTION LOWER-CASE(TIP-EMAIL) TO WS-FAN-KEY
           ELSE
               MOVE TIP-REF TO WS-FAN-KEY
           END-IF.
           MOVE 0 TO WS-FAN-FOUND.
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
               IF WS-FAN-KEY-E(WS-FAN-IDX) = WS-FAN-KEY
                   MOVE WS-FAN-IDX TO WS-FAN-FOUND
               END-IF
           END-PERFORM.
           IF WS-FAN-FOUND = 0 AND WS-FAN-COUNT < 1000
               ADD 1 TO WS-FAN-COUNT
               MOVE WS-FAN-COUNT TO WS-FAN-FOUND
               MOVE WS-FAN-KEY TO WS-FAN-KEY-E(WS-FAN-FOUND)
               MOVE 'N' TO WS-FAN-IN-MONTH(WS-FAN-FOUND)
           END-IF.

      *    THE HOBBY'S COSTS ARE ITS MONEY OUT; THE TIPS THEMSELVES
      *    ARE POSTED AS MONEY IN AND SO NEVER COUNT AGAINST IT.
       TALLY-COSTS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'tiprpt: no data/LEDGER.DAT - no costs logged'
           ELSE
               PERFORM UNTIL LEDGER-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-COST
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       TALLY-ONE-COST.
           MOVE SPACES TO LEDGER-RECORD.
           UNSTRING LEDGER-FILE-LINE DELIMITED BY '|'
               INTO LDG-DATE LDG-CATEGORY LDG-DIRECTION LDG-AMOUNT
                    LDG-SOURCE LDG-MEMO
           END-UNSTRING.
           IF LDG-DATE(1:4) = WS-REPORT-MONTH(1:4)
                   AND LDG-DATE(1:6) <= WS-REPORT-MONTH
                   AND FUNCTION TRIM(LDG-DIRECTION) NOT = 'in'
               MOVE FUNCTION NUMVAL(LDG-AMOUNT) TO WS-AMOUNT-NUM
               ADD WS-AMOUNT-NUM TO WS-YTD-COST
               IF LDG-DATE(1:6) = WS-REPORT-MONTH
                   ADD WS-AMOUNT-NUM TO WS-MONTH-COST
               END-IF
           END-IF.

       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = '00'
               PERFORM UNTIL BUDGET-EOF
                   READ BUDGET-FILE
                       AT END
                           SET BUDGET-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-B-CATEGORY WS-B-AMOUNT
                           UNSTRING BUDGET-FILE-LINE DELIMITED BY '|'
                               INTO WS-B-CATEGORY WS-B-AMOUNT
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-B-AMOUNT) NOT = SPACES
                               ADD FUNCTION NUMVAL(WS-B-AMOUNT)
                                   TO WS-MONTH-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           COMPUTE WS-YTD-BUDGET = WS-MONTH-BUDGET * WS-REPORT-MM.

       PRINT-REPORT.
           DISPLAY 'support report for ' WS-REPORT-MONTH.
           DISPLAY '-----------------------------------'.
           MOVE WS-MONTH-SUPPORT TO WS-SUM-EDIT.
           MOVE WS-MONTH-TIPS TO WS-COUNT-EDIT.
           MOVE WS-MONTH-FANS TO WS-FANS-EDIT.
           DISPLAY 'month: ' FUNCTION TRIM(WS-SUM-EDIT) ' from '
               FUNCTION TRIM(WS-COUNT-EDIT) ' tip(s) by '
               FUNCTION TRIM(WS-FANS-EDIT) ' supporter(s)'.
           MOVE WS-MONTH-COST TO WS-COST-EDIT.
           MOVE WS-MONTH-BUDGET TO WS-SUM-EDIT.
           DISPLAY '       costs ' FUNCTION TRIM(WS-COST-EDIT)
               ' spent, ' FUNCTION TRIM(WS-SUM-EDIT) ' budgeted'.
           MOVE WS-MONTH-SUPPORT TO WS-AMOUNT-NUM.
           MOVE WS-MONTH-COST TO WS-SHORT.
           PERFORM PRINT-COVERAGE.
           DISPLAY ' '.
           MOVE WS-YTD-SUPPORT TO WS-SUM-EDIT.
           MOVE WS-YTD-TIPS TO WS-COUNT-EDIT.
           MOVE WS-FAN-COUNT TO WS-FANS-EDIT.
           DISPLAY 'year:  ' FUNCTION TRIM(WS-SUM-EDIT) ' from '
               FUNCTION TRIM(WS-COUNT-EDIT) ' tip(s) by '
               FUNCTION TRIM(WS-FANS-EDIT) ' supporter(s)'.
           MOVE WS-YTD-COST TO WS-COST-EDIT.
           MOVE WS-YTD-BUDGET TO WS-SUM-EDIT.
           DISPLAY '       costs ' FUNCTION TRIM(WS-COST-EDIT)
               ' spent, ' FUNCTION TRIM(WS-SUM-EDIT) ' budgeted'.
           MOVE WS-YTD-SUPPORT TO WS-AMOUNT-NUM.
           MOVE WS-YTD-COST TO WS-SHORT.
           PERFORM PRINT-COVERAGE.

      *    WS-AMOUNT-NUM HOLDS THE SUPPORT AND WS-SHORT THE COSTS
      *    ON THE WAY IN.
       PRINT-COVERAGE.
           IF WS-SHORT = 0
               DISPLAY '       nothing spent - support all ahead'
           ELSE
               COMPUTE WS-COVER-PCT ROUNDED =
                   WS-AMOUNT-NUM * 100 / WS-SHORT
               MOVE WS-COVER-PCT TO WS-PCT-EDIT
               COMPUTE WS-SHORT = WS-SHORT - WS-AMOUNT-NUM
               MOVE WS-SHORT TO WS-SHORT-EDIT
               IF WS-SHORT > 0
                   DISPLAY '       support covered '
                       FUNCTION TRIM(WS-PCT-EDIT) '% of costs, '
                       FUNCTION TRIM(WS-SHORT-EDIT) ' short'
               ELSE
                   COMPUTE WS-SHORT = 0 - WS-SHORT
                   MOVE WS-SHORT TO WS-SHORT-EDIT
                   DISPLAY '       support covered '
                       FUNCTION TRIM(WS-PCT-EDIT) '% of costs, '
                       FUNCTION TRIM(WS-SHORT-EDIT) ' to spare'
               END-IF
           END-IF.
       END PROGRAM TIPRPT.
