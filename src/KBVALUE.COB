       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBVALUE.
      *    BATCH/CONSOLE JOB - THE VALUATION REGISTER. KB-RECORD SAYS
      *    WHAT A BOARD IS AND WHEN IT ARRIVED, NEVER WHAT IT COST OR
      *    WHAT IT IS WORTH NOW, AND THE INSURER WANTS THE LATTER
      *    EVERY RENEWAL. data/KBVALUE.DAT IS THE DATED HISTORY
      *    (KB-ID|DATE|KIND|AMOUNT|NOTE, KIND BEING purchase,
      *    appraisal OR trade - SEE KBVALREC.CPY). TWO WAYS IN:
      *        KBVALUE.COB          - THE INSURANCE SCHEDULE: EVERY
      *                               BOARD STILL IN THE COLLECTION
      *                               WITH WHAT IT COST AND ITS
      *                               CURRENT REPLACEMENT VALUE (THE
      *                               NEWEST ROW), THE STOCK IN
      *                               data/KBPARTS.DAT AT QTY TIMES
      *                               UNIT-COST, AND THE TOTAL;
      *        KBVALUE.COB log      - CONSOLE PROMPTS THAT RECORD A
      *                               PURCHASE PRICE OR AN APPRAISAL.
      *    A LOGGED PURCHASE IS ALSO MONEY SPENT, SO IT POSTS A
      *    'boards' ROW TO THE HOBBY LEDGER THROUGH CALL 'LEDGER'.
      *    TRADE-TIME VALUES ARE WRITTEN BY TRADELIFE.COB WHEN A SWAP
      *    COMPLETES. A BOARD WHOSE TRADE IN data/TRADES.DAT HAS
      *    COMPLETED HAS LEFT THE HOUSE - IT IS LISTED UNDER THE
      *    SCHEDULE BUT NOT INSURED. A BOARD WITH NO VALUATION AT ALL
      *    IS CALLED OUT, BECAUSE A ZERO ON THE SCHEDULE IS A ZERO
      *    ON THE CLAIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KB-FILE ASSIGN TO "data/KEYBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           SELECT KB-VALUE-FILE ASSIGN TO "data/KBVALUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUE-STATUS.
           SELECT TRADE-FILE ASSIGN TO "data/TRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-STATUS.
           SELECT PARTS-FILE ASSIGN TO "data/KBPARTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'KBFD.CPY'.
           COPY 'KBVALFD.CPY'.
           COPY 'TRADEFD.CPY'.
       FD  PARTS-FILE.
       01  PARTS-FILE-LINE     PIC X(120).
       WORKING-STORAGE SECTION.
           COPY 'KBREC.CPY'.
           COPY 'KBVALREC.CPY'.
           COPY 'TRADEREC.CPY'.
           COPY 'LEDGREC.CPY'.
       01  WS-KB-STATUS        PIC X(2)    VALUE '00'.
       01  WS-VALUE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TRADE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-PARTS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KB-EOF           PIC X       VALUE 'N'.
               88  KB-EOF                      VALUE 'Y'.
       01  WS-VALUE-EOF        PIC X       VALUE 'N'.
               88  VALUE-EOF                   VALUE 'Y'.
       01  WS-TRADE-EOF        PIC X       VALUE 'N'.
               88  TRADE-EOF                   VALUE 'Y'.
       01  WS-PARTS-EOF        PIC X       VALUE 'N'.
               88  PARTS-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
      *    ONE ENTRY PER BOARD IN data/KEYBOARD.DAT, FILLED FROM THE
      *    VALUATION HISTORY AND THE TRADE FILE BEFORE PRINTING.
       01  WS-BOARD-VALUES.
               05  WS-BV-ENTRY     OCCURS 50 TIMES.
                   10  WS-BV-ID        PIC X(8).
                   10  WS-BV-NAME      PIC X(30).
                   10  WS-BV-SWITCH    PIC X(30).
                   10  WS-BV-ACQUIRED  PIC X(8).
                   10  WS-BV-PURCHASE  PIC 9(7)V99.
                   10  WS-BV-CURRENT   PIC 9(7)V99.
                   10  WS-BV-AS-OF     PIC X(8).
                   10  WS-BV-KIND      PIC X(10).
                   10  WS-BV-GONE      PIC X.
       01  WS-BV-COUNT         PIC 9(2)    VALUE 0.
       01  WS-SCAN-IDX         PIC 9(2).
       01  WS-HIT-IDX          PIC 9(2).
       01  WS-AMOUNT-NUM       PIC 9(7)V99.
       01  WS-BOARD-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-PARTS-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-GRAND-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-LINE-VALUE       PIC 9(8)V99 VALUE 0.
       01  WS-UNVALUED-COUNT   PIC 9(2)    VALUE 0.
       01  WS-GONE-COUNT       PIC 9(2)    VALUE 0.
       01  WS-SUM-EDIT         PIC Z(6)9.99.
       01  WS-BIG-EDIT         PIC Z(7)9.99.
       01  WS-P-ID             PIC X(10).
       01  WS-P-NAME           PIC X(40).
       01  WS-P-KIND           PIC X(14).
       01  WS-P-QTY-X          PIC X(6).
       01  WS-P-COST           PIC X(9).
       01  WS-P-QTY            PIC S9(5)   VALUE 0.
       01  WS-QTY-EDIT         PIC -(4)9.
      *    THE log PROMPTS.
       01  WS-IN-KB            PIC X(8)    VALUE SPACES.
       01  WS-IN-KIND          PIC X(10)   VALUE SPACES.
       01  WS-IN-AMOUNT        PIC X(9)    VALUE SPACES.
       01  WS-IN-NOTE          PIC X(80)   VALUE SPACES.
       01  WS-BOARD-SEEN       PIC X       VALUE 'N'.
               88  BOARD-SEEN                  VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-ARGS) = 'log'
               PERFORM LOG-ONE-VALUATION
           ELSE
               PERFORM PRINT-INSURANCE-SCHEDULE
           END-IF.
       GOBACK.

      *    -------- THE SCHEDULE --------

       PRINT-INSURANCE-SCHEDULE.
           PERFORM LOAD-BOARDS.
           PERFORM APPLY-VALUATIONS.
           PERFORM MARK-DEPARTED-BOARDS.
           DISPLAY 'insurance schedule - keyboard collection'.
           DISPLAY '----------------------------------------'.
           DISPLAY 'prepared ' WS-TIMESTAMP(1:8).
           DISPLAY ' '.
           DISPLAY 'boards'.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BV-COUNT
               IF WS-BV-GONE(WS-SCAN-IDX) NOT = 'Y'
                   PERFORM PRINT-ONE-BOARD
               END-IF
           END-PERFORM.
           MOVE WS-BOARD-TOTAL TO WS-BIG-EDIT.
           DISPLAY '  boards total: ' FUNCTION TRIM(WS-BIG-EDIT).
           IF WS-UNVALUED-COUNT > 0
               DISPLAY '  >> ' WS-UNVALUED-COUNT ' board(s) carry no'
                   ' valuation - KBVALUE.COB log BEFORE RENEWAL'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'parts bin (qty x unit cost)'.
           PERFORM VALUE-PARTS-BIN.
           MOVE WS-PARTS-TOTAL TO WS-BIG-EDIT.
           DISPLAY '  parts total: ' FUNCTION TRIM(WS-BIG-EDIT).
           DISPLAY ' '.
           COMPUTE WS-GRAND-TOTAL = WS-BOARD-TOTAL + WS-PARTS-TOTAL.
           MOVE WS-GRAND-TOTAL TO WS-BIG-EDIT.
           DISPLAY 'collection total: ' FUNCTION TRIM(WS-BIG-EDIT).
           IF WS-GONE-COUNT > 0
               DISPLAY ' '
               DISPLAY 'left the collection (not insured)'
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-BV-COUNT
                   IF WS-BV-GONE(WS-SCAN-IDX) = 'Y'
                       MOVE WS-BV-CURRENT(WS-SCAN-IDX) TO WS-SUM-EDIT
                       DISPLAY '  ' FUNCTION TRIM(WS-BV-ID(WS-SCAN-IDX))
                           ' ' FUNCTION TRIM(WS-BV-NAME(WS-SCAN-IDX))
                           ' - last valued '
                           FUNCTION TRIM(WS-SUM-EDIT)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-BOARDS.
           MOVE 0 TO WS-BV-COUNT.
           OPEN INPUT KB-FILE.
           IF WS-KB-STATUS NOT = '00'
               DISPLAY 'kbvalue: cannot read data/KEYBOARD.DAT'
           ELSE
               PERFORM UNTIL KB-EOF
                   READ KB-FILE
                       AT END
                           SET KB-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-BOARD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           END-IF.

       ADD-BOARD-ENTRY.
           MOVE SPACES TO KB-ID KB-MANUFACTURER KB-SWITCH-TYPE
               KB-LAYOUT KB-KEYCAP-PROFILE KB-ACQUIRED-DATE.
           UNSTRING KB-FILE-LINE DELIMITED BY '|'
               INTO KB-ID KB-MANUFACTURER KB-SWITCH-TYPE
                    KB-LAYOUT KB-KEYCAP-PROFILE KB-ACQUIRED-DATE
                    KB-RATING KB-FORTRADE
           END-UNSTRING.
           IF FUNCTION TRIM(KB-ID) NOT = SPACES
                   AND WS-BV-COUNT < 50
               ADD 1 TO WS-BV-COUNT
               MOVE KB-ID TO WS-BV-ID(WS-BV-COUNT)
               MOVE KB-MANUFACTURER TO WS-BV-NAME(WS-BV-COUNT)
               MOVE KB-SWITCH-TYPE TO WS-BV-SWITCH(WS-BV-COUNT)
               MOVE KB-ACQUIRED-DATE TO WS-BV-ACQUIRED(WS-BV-COUNT)
               MOVE 0 TO WS-BV-PURCHASE(WS-BV-COUNT)
                   WS-BV-CURRENT(WS-BV-COUNT)
               MOVE SPACES TO WS-BV-AS-OF(WS-BV-COUNT)
                   WS-BV-KIND(WS-BV-COUNT)
               MOVE 'N' TO WS-BV-GONE(WS-BV-COUNT)
           END-IF.

       FIND-BOARD-ENTRY.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BV-COUNT
               IF FUNCTION TRIM(WS-BV-ID(WS-SCAN-IDX)) =
                       FUNCTION TRIM(KBV-KB-ID)
                   MOVE WS-SCAN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

      *    THE NEWEST ROW WINS. TWO ROWS ON THE SAME DAY GO TO THE
      *    LATER ONE IN THE FILE, WHICH IS THE LATER THOUGHT.
       APPLY-VALUATIONS.
           OPEN INPUT KB-VALUE-FILE.
           IF WS-VALUE-STATUS = '00'
               PERFORM UNTIL VALUE-EOF
                   READ KB-VALUE-FILE
                       AT END
                           SET VALUE-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-VALUATION
                   END-READ
               END-PERFORM
               CLOSE KB-VALUE-FILE
           END-IF.

       APPLY-ONE-VALUATION.
           MOVE SPACES TO KBV-KB-ID KBV-DATE KBV-KIND KBV-AMOUNT
               KBV-NOTE.
           UNSTRING KB-VALUE-FILE-LINE DELIMITED BY '|'
               INTO KBV-KB-ID KBV-DATE KBV-KIND KBV-AMOUNT KBV-NOTE
           END-UNSTRING.
           PERFORM FIND-BOARD-ENTRY.
           IF WS-HIT-IDX > 0
               MOVE FUNCTION NUMVAL(KBV-AMOUNT) TO WS-AMOUNT-NUM
               IF FUNCTION TRIM(KBV-KIND) = 'purchase'
                   MOVE WS-AMOUNT-NUM TO WS-BV-PURCHASE(WS-HIT-IDX)
               END-IF
               IF KBV-DATE >= WS-BV-AS-OF(WS-HIT-IDX)
                   MOVE WS-AMOUNT-NUM TO WS-BV-CURRENT(WS-HIT-IDX)
                   MOVE KBV-DATE TO WS-BV-AS-OF(WS-HIT-IDX)
                   MOVE KBV-KIND TO WS-BV-KIND(WS-HIT-IDX)
               END-IF
           END-IF.

       MARK-DEPARTED-BOARDS.
           OPEN INPUT TRADE-FILE.
           IF WS-TRADE-STATUS = '00'
               PERFORM UNTIL TRADE-EOF
                   READ TRADE-FILE
                       AT END
                           SET TRADE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO TRD-KB-ID TRD-STATE
                           UNSTRING TRADE-FILE-LINE DELIMITED BY '|'
                               INTO TRD-KB-ID TRD-OFFER TRD-CONTACT
                                    TRD-DATE TRD-STATE TRD-INBOUND
                           END-UNSTRING
                           IF FUNCTION TRIM(TRD-STATE) = 'completed'
                               MOVE TRD-KB-ID TO KBV-KB-ID
                               PERFORM FIND-BOARD-ENTRY
                               IF WS-HIT-IDX > 0
                                   MOVE 'Y' TO WS-BV-GONE(WS-HIT-IDX)
                                   ADD 1 TO WS-GONE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRADE-FILE
           END-IF.

       PRINT-ONE-BOARD.
           DISPLAY '  ' FUNCTION TRIM(WS-BV-ID(WS-SCAN-IDX)) ' '
               FUNCTION TRIM(WS-BV-NAME(WS-SCAN-IDX)) ' ('
               FUNCTION TRIM(WS-BV-SWITCH(WS-SCAN-IDX))
               '), acquired ' WS-BV-ACQUIRED(WS-SCAN-IDX).
           IF WS-BV-AS-OF(WS-SCAN-IDX) = SPACES
               ADD 1 TO WS-UNVALUED-COUNT
               DISPLAY '      NO VALUATION ON FILE'
           ELSE
               MOVE WS-BV-PURCHASE(WS-SCAN-IDX) TO WS-SUM-EDIT
               DISPLAY '      cost ' FUNCTION TRIM(WS-SUM-EDIT)
               MOVE WS-BV-CURRENT(WS-SCAN-IDX) TO WS-SUM-EDIT
               DISPLAY '      replacement value '
                   FUNCTION TRIM(WS-SUM-EDIT) ' ('
                   FUNCTION TRIM(WS-BV-KIND(WS-SCAN-IDX)) ' '
                   WS-BV-AS-OF(WS-SCAN-IDX) ')'
               ADD WS-BV-CURRENT(WS-SCAN-IDX) TO WS-BOARD-TOTAL
           END-IF.

       VALUE-PARTS-BIN.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS NOT = '00'
               DISPLAY '  no data/KBPARTS.DAT - nothing in the bin'
           ELSE
               PERFORM UNTIL PARTS-EOF
                   READ PARTS-FILE
                       AT END
                           SET PARTS-EOF TO TRUE
                       NOT AT END
                           PERFORM VALUE-ONE-PART
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
           END-IF.

       VALUE-ONE-PART.
           MOVE SPACES TO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
               WS-P-COST.
           UNSTRING PARTS-FILE-LINE DELIMITED BY '|'
               INTO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
                    WS-P-COST
           END-UNSTRING.
           IF FUNCTION TRIM(WS-P-ID) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-P-QTY-X) TO WS-P-QTY
               IF WS-P-QTY > 0
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       WS-P-QTY * FUNCTION NUMVAL(WS-P-COST)
                   ADD WS-LINE-VALUE TO WS-PARTS-TOTAL
                   MOVE WS-P-QTY TO WS-QTY-EDIT
                   MOVE WS-LINE-VALUE TO WS-SUM-EDIT
                   DISPLAY '  ' FUNCTION TRIM(WS-P-ID) ' '
                       FUNCTION TRIM(WS-P-NAME) ': '
                       FUNCTION TRIM(WS-QTY-EDIT) ' x '
                       FUNCTION TRIM(WS-P-COST) ' = '
                       FUNCTION TRIM(WS-SUM-EDIT)
               END-IF
           END-IF.

      *    -------- LOGGING A VALUATION --------

       LOG-ONE-VALUATION.
           DISPLAY 'board id? '.
           ACCEPT WS-IN-KB.
           DISPLAY 'kind (purchase/appraisal)? '.
           ACCEPT WS-IN-KIND.
           MOVE FUNCTION LOWER-CASE(WS-IN-KIND) TO WS-IN-KIND.
           DISPLAY 'amount (units.cents)? '.
           ACCEPT WS-IN-AMOUNT.
           DISPLAY 'note (who appraised it, receipt ref)? '.
           ACCEPT WS-IN-NOTE.
           PERFORM CHECK-BOARD-EXISTS.
           IF NOT BOARD-SEEN
               DISPLAY 'kbvalue: no board ' FUNCTION TRIM(WS-IN-KB)
                   ' in data/KEYBOARD.DAT - nothing logged'
           ELSE
               IF FUNCTION TRIM(WS-IN-KIND) NOT = 'purchase'
                       AND FUNCTION TRIM(WS-IN-KIND) NOT = 'appraisal'
                   DISPLAY 'kbvalue: kind must be purchase or'
                       ' appraisal - nothing logged'
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                           OR FUNCTION NUMVAL(WS-IN-AMOUNT) <= 0
                       DISPLAY 'kbvalue: amount must be a positive'
                           ' number - nothing logged'
                   ELSE
                       PERFORM APPEND-VALUE-ROW
                       IF FUNCTION TRIM(WS-IN-KIND) = 'purchase'
                           PERFORM POST-PURCHASE-TO-LEDGER
                       END-IF
                       DISPLAY 'kbvalue: logged.'
                   END-IF
               END-IF
           END-IF.

       CHECK-BOARD-EXISTS.
           MOVE 'N' TO WS-BOARD-SEEN WS-KB-EOF.
           OPEN INPUT KB-FILE.
           IF WS-KB-STATUS = '00'
               PERFORM UNTIL KB-EOF
                   READ KB-FILE
                       AT END
                           SET KB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KB-ID
                           UNSTRING KB-FILE-LINE DELIMITED BY '|'
                               INTO KB-ID
                           END-UNSTRING
                           IF FUNCTION TRIM(KB-ID) =
                                   FUNCTION TRIM(WS-IN-KB)
                               SET BOARD-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           END-IF.

       APPEND-VALUE-ROW.
           INSPECT WS-IN-NOTE REPLACING ALL '|' BY ' '.
           MOVE SPACES TO KB-VALUE-FILE-LINE.
           STRING FUNCTION TRIM(WS-IN-KB) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-KIND) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-AMOUNT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-NOTE) DELIMITED BY SIZE
               INTO KB-VALUE-FILE-LINE
           END-STRING.
           OPEN EXTEND KB-VALUE-FILE.
           IF WS-VALUE-STATUS NOT = '00'
               OPEN OUTPUT KB-VALUE-FILE
           END-IF.
           WRITE KB-VALUE-FILE-LINE.
           CLOSE KB-VALUE-FILE.

       POST-PURCHASE-TO-LEDGER.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO LDG-DATE.
           MOVE 'boards' TO LDG-CATEGORY.
           MOVE 'out' TO LDG-DIRECTION.
           MOVE WS-IN-AMOUNT TO LDG-AMOUNT.
           MOVE 'KBVALUE' TO LDG-SOURCE.
           STRING 'bought ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-KB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-NOTE) DELIMITED BY SIZE
               INTO LDG-MEMO
           END-STRING.
           CALL 'LEDGER' USING LEDGER-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM KBVALUE.
