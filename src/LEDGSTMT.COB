       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGSTMT.
      *    BATCH JOB - THE MONTHLY STATEMENT FROM THE HOBBY LEDGER.
      *    RUN AS LEDGSTMT.COB [YYYYMM]; WITHOUT A MONTH IT REPORTS
      *    THE CURRENT ONE. FOR EVERY CATEGORY IN data/BUDGET.DAT
      *    (CATEGORY|MONTHLY-BUDGET) AND EVERY CATEGORY THAT TURNS
      *    UP IN data/LEDGER.DAT WITHOUT ONE, IT SHOWS THE MONTH'S
      *    SPEND AGAINST THE MONTHLY BUDGET, THEN THE YEAR-TO-DATE
      *    SPEND (JANUARY THROUGH THE REPORTED MONTH) AGAINST THE
      *    BUDGET TIMES THE MONTHS ELAPSED. MONEY IN (A SALE, CASH
      *    WITH A SWAP) IS SHOWN BESIDE IT AND NETTED IN THE TOTALS,
      *    NOT SUBTRACTED FROM A CATEGORY'S SPEND - A GOOD TRADE
      *    DOES NOT MAKE THE PARTS BUDGET LOOK HEALTHIER THAN IT IS.
      *    "WHAT DID THE SITE AND THE COLLECTION COST THIS YEAR" IS
      *    THE LAST LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "data/BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LEDGFD.CPY'.
       FD  BUDGET-FILE.
       01  BUDGET-FILE-LINE    PIC X(60).
       WORKING-STORAGE SECTION.
           COPY 'LEDGREC.CPY'.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BUDGET-STATUS    PIC X(2)    VALUE '00'.
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
      *    ONE ENTRY PER CATEGORY, BUDGETED OR NOT.
       01  WS-CATEGORIES.
               05  WS-CT-ENTRY     OCCURS 40 TIMES.
                   10  WS-CT-NAME      PIC X(16).
                   10  WS-CT-BUDGET    PIC 9(7)V99.
                   10  WS-CT-BUDGETED  PIC X.
                   10  WS-CT-MONTH-OUT PIC 9(7)V99.
                   10  WS-CT-MONTH-IN  PIC 9(7)V99.
                   10  WS-CT-YTD-OUT   PIC 9(7)V99.
                   10  WS-CT-YTD-IN    PIC 9(7)V99.
       01  WS-CT-COUNT         PIC 9(2)    VALUE 0.
       01  WS-SCAN-IDX         PIC 9(2).
       01  WS-HIT-IDX          PIC 9(2).
       01  WS-AMOUNT-NUM       PIC 9(7)V99.
       01  WS-YTD-BUDGET       PIC 9(8)V99.
       01  WS-TOTAL-MONTH-OUT  PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-MONTH-IN   PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-YTD-OUT    PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-YTD-IN     PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-BUDGET     PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-YTD-BUDGET PIC 9(8)V99 VALUE 0.
       01  WS-NET              PIC S9(8)V99 VALUE 0.
       01  WS-SUM-EDIT         PIC Z(6)9.99.
       01  WS-BUD-EDIT         PIC Z(6)9.99.
       01  WS-IN-EDIT          PIC Z(6)9.99.
       01  WS-NET-EDIT         PIC -(7)9.99.
       01  WS-OVER-FLAG        PIC X(14)   VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-ARGS) = SPACES
               MOVE WS-TIMESTAMP(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY 'ledgstmt: month must be YYYYMM'
               GOBACK
           END-IF.
           MOVE WS-REPORT-MONTH(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'ledgstmt: month must be YYYYMM'
               GOBACK
           END-IF.
           PERFORM LOAD-BUDGET.
           PERFORM TALLY-LEDGER.
           PERFORM PRINT-STATEMENT.
       GOBACK.

       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'ledgstmt: no data/BUDGET.DAT - spend is'
                   ' shown without budgets'
           ELSE
               PERFORM UNTIL BUDGET-EOF
                   READ BUDGET-FILE
                       AT END
                           SET BUDGET-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-B-CATEGORY WS-B-AMOUNT
                           UNSTRING BUDGET-FILE-LINE DELIMITED BY '|'
                               INTO WS-B-CATEGORY WS-B-AMOUNT
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-B-CATEGORY) NOT = SPACES
                               MOVE WS-B-CATEGORY TO LDG-CATEGORY
                               PERFORM FIND-OR-ADD-CATEGORY
                               IF WS-HIT-IDX > 0
                                   MOVE FUNCTION NUMVAL(WS-B-AMOUNT)
                                       TO WS-CT-BUDGET(WS-HIT-IDX)
                                   MOVE 'Y'
                                       TO WS-CT-BUDGETED(WS-HIT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       FIND-OR-ADD-CATEGORY.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CT-COUNT
               IF WS-CT-NAME(WS-SCAN-IDX) = LDG-CATEGORY
                   MOVE WS-SCAN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = 0 AND WS-CT-COUNT < 40
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-HIT-IDX
               MOVE LDG-CATEGORY TO WS-CT-NAME(WS-HIT-IDX)
               MOVE 'N' TO WS-CT-BUDGETED(WS-HIT-IDX)
               MOVE 0 TO WS-CT-BUDGET(WS-HIT-IDX)
                   WS-CT-MONTH-OUT(WS-HIT-IDX)
                   WS-CT-MONTH-IN(WS-HIT-IDX)
                   WS-CT-YTD-OUT(WS-HIT-IDX)
                   WS-CT-YTD-IN(WS-HIT-IDX)
           END-IF.

       TALLY-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL LEDGER-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *    ONLY ROWS FROM THE REPORTED YEAR, UP TO AND INCLUDING THE
      *    REPORTED MONTH, COUNT - A STATEMENT FOR MARCH RUN IN MAY
      *    STILL READS AS IT WOULD HAVE ON THE LAST DAY OF MARCH.
       TALLY-ONE-ROW.
           MOVE SPACES TO LEDGER-RECORD.
           UNSTRING LEDGER-FILE-LINE DELIMITED BY '|'
               INTO LDG-DATE LDG-CATEGORY LDG-DIRECTION LDG-AMOUNT
                    LDG-SOURCE LDG-MEMO
           END-UNSTRING.
           IF LDG-DATE(1:4) = WS-REPORT-MONTH(1:4)
                   AND LDG-DATE(1:6) <= WS-REPORT-MONTH
               PERFORM FIND-OR-ADD-CATEGORY
               IF WS-HIT-IDX > 0
                   MOVE FUNCTION NUMVAL(LDG-AMOUNT) TO WS-AMOUNT-NUM
                   IF FUNCTION TRIM(LDG-DIRECTION) = 'in'
                       ADD WS-AMOUNT-NUM TO WS-CT-YTD-IN(WS-HIT-IDX)
                       IF LDG-DATE(1:6) = WS-REPORT-MONTH
                           ADD WS-AMOUNT-NUM
                               TO WS-CT-MONTH-IN(WS-HIT-IDX)
                       END-IF
                   ELSE
                       ADD WS-AMOUNT-NUM TO WS-CT-YTD-OUT(WS-HIT-IDX)
                       IF LDG-DATE(1:6) = WS-REPORT-MONTH
                           ADD WS-AMOUNT-NUM
                               TO WS-CT-MONTH-OUT(WS-HIT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-STATEMENT.
           DISPLAY 'hobby ledger statement for ' WS-REPORT-MONTH.
           DISPLAY '-----------------------------------'.
           DISPLAY 'this month          spent     budget        in'.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CT-COUNT
               PERFORM PRINT-MONTH-LINE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'year to date        spent     budget        in'.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CT-COUNT
               PERFORM PRINT-YTD-LINE
           END-PERFORM.
           DISPLAY ' '.
           MOVE WS-TOTAL-MONTH-OUT TO WS-SUM-EDIT.
           MOVE WS-TOTAL-BUDGET TO WS-BUD-EDIT.
           MOVE WS-TOTAL-MONTH-IN TO WS-IN-EDIT.
           DISPLAY 'month: spent ' FUNCTION TRIM(WS-SUM-EDIT)
               ' of ' FUNCTION TRIM(WS-BUD-EDIT) ' budgeted, '
               FUNCTION TRIM(WS-IN-EDIT) ' in'.
           COMPUTE WS-NET = WS-TOTAL-YTD-OUT - WS-TOTAL-YTD-IN.
           MOVE WS-TOTAL-YTD-OUT TO WS-SUM-EDIT.
           MOVE WS-TOTAL-YTD-BUDGET TO WS-BUD-EDIT.
           MOVE WS-TOTAL-YTD-IN TO WS-IN-EDIT.
           DISPLAY 'year:  spent ' FUNCTION TRIM(WS-SUM-EDIT)
               ' of ' FUNCTION TRIM(WS-BUD-EDIT) ' budgeted, '
               FUNCTION TRIM(WS-IN-EDIT) ' in'.
           MOVE WS-NET TO WS-NET-EDIT.
           DISPLAY 'the site and the collection cost '
               FUNCTION TRIM(WS-NET-EDIT) ' net this year'.

       PRINT-MONTH-LINE.
           MOVE SPACES TO WS-OVER-FLAG.
           IF WS-CT-BUDGETED(WS-SCAN-IDX) = 'Y'
               ADD WS-CT-BUDGET(WS-SCAN-IDX) TO WS-TOTAL-BUDGET
               IF WS-CT-MONTH-OUT(WS-SCAN-IDX) >
                       WS-CT-BUDGET(WS-SCAN-IDX)
                   MOVE '  OVER BUDGET' TO WS-OVER-FLAG
               END-IF
           ELSE
               IF WS-CT-MONTH-OUT(WS-SCAN-IDX) > 0
                   MOVE '  NO BUDGET' TO WS-OVER-FLAG
               END-IF
           END-IF.
           ADD WS-CT-MONTH-OUT(WS-SCAN-IDX) TO WS-TOTAL-MONTH-OUT.
           ADD WS-CT-MONTH-IN(WS-SCAN-IDX) TO WS-TOTAL-MONTH-IN.
           MOVE WS-CT-MONTH-OUT(WS-SCAN-IDX) TO WS-SUM-EDIT.
           MOVE WS-CT-BUDGET(WS-SCAN-IDX) TO WS-BUD-EDIT.
           MOVE WS-CT-MONTH-IN(WS-SCAN-IDX) TO WS-IN-EDIT.
           DISPLAY '  ' WS-CT-NAME(WS-SCAN-IDX) WS-SUM-EDIT ' '
               WS-BUD-EDIT ' ' WS-IN-EDIT WS-OVER-FLAG.

       PRINT-YTD-LINE.
           MOVE SPACES TO WS-OVER-FLAG.
           COMPUTE WS-YTD-BUDGET =
               WS-CT-BUDGET(WS-SCAN-IDX) * WS-REPORT-MM.
           ADD WS-YTD-BUDGET TO WS-TOTAL-YTD-BUDGET.
           IF WS-CT-BUDGETED(WS-SCAN-IDX) = 'Y'
                   AND WS-CT-YTD-OUT(WS-SCAN-IDX) > WS-YTD-BUDGET
               MOVE '  OVER BUDGET' TO WS-OVER-FLAG
           END-IF.
           ADD WS-CT-YTD-OUT(WS-SCAN-IDX) TO WS-TOTAL-YTD-OUT.
           ADD WS-CT-YTD-IN(WS-SCAN-IDX) TO WS-TOTAL-YTD-IN.
           MOVE WS-CT-YTD-OUT(WS-SCAN-IDX) TO WS-SUM-EDIT.
           MOVE WS-YTD-BUDGET TO WS-BUD-EDIT.
           MOVE WS-CT-YTD-IN(WS-SCAN-IDX) TO WS-IN-EDIT.
           DISPLAY '  ' WS-CT-NAME(WS-SCAN-IDX) WS-SUM-EDIT ' '
               WS-BUD-EDIT ' ' WS-IN-EDIT WS-OVER-FLAG.
       END PROGRAM LEDGSTMT.
