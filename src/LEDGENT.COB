       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGENT.
      *    CONSOLE JOB - MANUAL ENTRIES FOR THE HOBBY LEDGER. THE
      *    JOBS THAT SPEND MONEY POST THEIR OWN ROWS THROUGH
      *    CALL 'LEDGER'; THE HOSTING INVOICE, THE DOMAIN RENEWAL AND
      *    THE BOARD BOUGHT AT A MEETUP NEVER PASS THROUGH ANY OF
      *    THEM, SO THEY COME IN HERE. PROMPTS FOR DATE (BLANK IS
      *    TODAY), CATEGORY, in OR out, AMOUNT AND A MEMO, THEN
      *    POSTS THROUGH THE SAME SUBPROGRAM WITH SOURCE 'manual'.
      *    A CATEGORY WITH NO LINE IN data/BUDGET.DAT IS ACCEPTED
      *    BUT CALLED OUT - IT WILL SHOW ON THE STATEMENT WITH NO
      *    BUDGET TO MEASURE AGAINST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "data/BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-FILE-LINE    PIC X(60).
       WORKING-STORAGE SECTION.
           COPY 'LEDGREC.CPY'.
       01  WS-BUDGET-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BUDGET-EOF       PIC X       VALUE 'N'.
               88  BUDGET-EOF                  VALUE 'Y'.
       01  WS-B-CATEGORY       PIC X(16).
       01  WS-B-AMOUNT         PIC X(10).
       01  WS-CATEGORY-SEEN    PIC X       VALUE 'N'.
               88  CATEGORY-SEEN               VALUE 'Y'.
       01  WS-IN-DATE          PIC X(8)    VALUE SPACES.
       01  WS-IN-CATEGORY      PIC X(16)   VALUE SPACES.
       01  WS-IN-DIRECTION     PIC X(3)    VALUE SPACES.
       01  WS-IN-AMOUNT        PIC X(10)   VALUE SPACES.
       01  WS-IN-MEMO          PIC X(80)   VALUE SPACES.
       01  WS-ANOTHER          PIC X       VALUE 'Y'.
       01  WS-POSTED-COUNT     PIC 9(3)    VALUE 0.
       PROCEDURE DIVISION.
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-ANOTHER) NOT = 'Y'
               PERFORM TAKE-ONE-ENTRY
               DISPLAY 'another? (Y/N) '
               ACCEPT WS-ANOTHER
           END-PERFORM.
           DISPLAY 'ledgent: ' WS-POSTED-COUNT ' entr(ies) posted'.
       GOBACK.

       TAKE-ONE-ENTRY.
           MOVE SPACES TO WS-IN-DATE WS-IN-CATEGORY WS-IN-DIRECTION
               WS-IN-AMOUNT WS-IN-MEMO.
           DISPLAY 'date (YYYYMMDD, blank for today)? '.
           ACCEPT WS-IN-DATE.
           DISPLAY 'category (hosting/domain/parts/...)? '.
           ACCEPT WS-IN-CATEGORY.
           MOVE FUNCTION LOWER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY.
           DISPLAY 'in or out? '.
           ACCEPT WS-IN-DIRECTION.
           MOVE FUNCTION LOWER-CASE(WS-IN-DIRECTION)
               TO WS-IN-DIRECTION.
           DISPLAY 'amount (units.cents)? '.
           ACCEPT WS-IN-AMOUNT.
           DISPLAY 'memo? '.
           ACCEPT WS-IN-MEMO.
           IF FUNCTION TRIM(WS-IN-CATEGORY) = SPACES
               DISPLAY 'ledgent: a category is required - nothing'
                   ' posted'
           ELSE
               IF FUNCTION TRIM(WS-IN-DIRECTION) NOT = 'in'
                       AND FUNCTION TRIM(WS-IN-DIRECTION) NOT = 'out'
                   DISPLAY 'ledgent: in or out, nothing else -'
                       ' nothing posted'
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                           OR FUNCTION NUMVAL(WS-IN-AMOUNT) <= 0
                       DISPLAY 'ledgent: amount must be a positive'
                           ' number - nothing posted'
                   ELSE
                       IF WS-IN-DATE NOT = SPACES
                               AND WS-IN-DATE IS NOT NUMERIC
                           DISPLAY 'ledgent: date must be YYYYMMDD'
                               ' - nothing posted'
                       ELSE
                           PERFORM CHECK-CATEGORY-BUDGETED
                           PERFORM POST-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CATEGORY-BUDGETED.
           MOVE 'N' TO WS-CATEGORY-SEEN WS-BUDGET-EOF.
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
                           IF FUNCTION TRIM(WS-B-CATEGORY) =
                                   FUNCTION TRIM(WS-IN-CATEGORY)
                               SET CATEGORY-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           IF NOT CATEGORY-SEEN
               DISPLAY 'ledgent: note - ' FUNCTION TRIM(WS-IN-CATEGORY)
                   ' has no line in data/BUDGET.DAT'
           END-IF.

       POST-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-IN-DATE TO LDG-DATE.
           MOVE WS-IN-CATEGORY TO LDG-CATEGORY.
           MOVE WS-IN-DIRECTION TO LDG-DIRECTION.
           MOVE WS-IN-AMOUNT TO LDG-AMOUNT.
           MOVE 'manual' TO LDG-SOURCE.
           MOVE WS-IN-MEMO TO LDG-MEMO.
           CALL 'LEDGER' USING LEDGER-RECORD
               ON EXCEPTION
                   DISPLAY 'ledgent: LEDGER module missing -'
                       ' nothing posted'
               NOT ON EXCEPTION
                   ADD 1 TO WS-POSTED-COUNT
           END-CALL.
       END PROGRAM LEDGENT.
