       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBPO.
      *    BATCH/CONSOLE JOB - SUPPLIERS AND PURCHASE ORDERS FOR THE
      *    PARTS BIN. KBPARTS.COB SAYS WHEN STOCK IS LOW; NOTHING
      *    SAID THAT SEVENTY GATERON YELLOWS WERE ALREADY ON THEIR
      *    WAY, SO REORDERS GOT PLACED TWICE OR NOT AT ALL.
      *    data/SUPPLIERS.DAT IS THE SUPPLIER MASTER (VENDREC.CPY),
      *    data/KBPO.DAT THE ORDERS (POREC.CPY). WAYS IN:
      *        KBPO.COB             - THE ORDER BOOK: EVERY OPEN OR
      *                               PARTIALLY RECEIVED ORDER, WITH
      *                               THOSE PAST THEIR EXPECTED DATE
      *                               CALLED OUT AS OVERDUE;
      *        KBPO.COB order       - RAISE AN ORDER FOR ONE PART.
      *                               WARNS IF THE PART ALREADY HAS
      *                               AN ORDER OUTSTANDING;
      *        KBPO.COB receive     - BOOK A DELIVERY AGAINST AN
      *                               ORDER: THE PART'S QTY IN
      *                               data/KBPARTS.DAT RISES BY WHAT
      *                               ARRIVED, ITS UNIT-COST BECOMES
      *                               THE PRICE ACTUALLY PAID, THE
      *                               ORDER GOES partial OR received,
      *                               AND THE SPEND IS POSTED TO THE
      *                               HOBBY LEDGER AS 'parts';
      *        KBPO.COB cancel      - CANCEL AN OUTSTANDING ORDER;
      *        KBPO.COB supplier    - ADD A SUPPLIER TO THE MASTER.
      *    ORDERS ARE NEVER DELETED - A CANCELLED ORDER IS HISTORY
      *    LIKE A FELL-THROUGH TRADE. EVERY DELIVERY THAT RAISES A
      *    PART'S STOCK IS ALSO APPENDED TO THE RECEIPTS LEDGER
      *    data/KBPARTS-RECEIPTS.DAT (PART-ID|DATE|QTY|SOURCE, THE
      *    SOURCE BEING THE ORDER ID, OR 'opening' FOR STOCK THAT WAS
      *    IN THE DRAWER BEFORE THE LEDGER), SO RECONCILE.COB CAN
      *    CHECK STOCK ON HAND AGAINST RECEIPTS LESS USAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "data/SUPPLIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PO-FILE ASSIGN TO "data/KBPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT PO-KEEP-FILE ASSIGN TO "data/KBPO-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POKEEP-STATUS.
           SELECT PARTS-FILE ASSIGN TO "data/KBPARTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/KBPARTS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "data/KBPARTS-RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'VENDFD.CPY'.
           COPY 'POFD.CPY'.
       FD  PO-KEEP-FILE.
       01  PO-KEEP-LINE        PIC X(120).
       FD  PARTS-FILE.
       01  PARTS-FILE-LINE     PIC X(120).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(120).
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-LINE   PIC X(60).
       WORKING-STORAGE SECTION.
           COPY 'VENDREC.CPY'.
           COPY 'POREC.CPY'.
           COPY 'LEDGREC.CPY'.
       01  WS-VENDOR-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PO-STATUS        PIC X(2)    VALUE '00'.
       01  WS-POKEEP-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PARTS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-RECEIPT-STATUS   PIC X(2)    VALUE '00'.
       01  WS-VENDOR-EOF       PIC X       VALUE 'N'.
               88  VENDOR-EOF                  VALUE 'Y'.
       01  WS-PO-EOF           PIC X       VALUE 'N'.
               88  PO-EOF                      VALUE 'Y'.
       01  WS-PARTS-EOF        PIC X       VALUE 'N'.
               88  PARTS-EOF                   VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY            PIC X(8).
       01  WS-P-ID             PIC X(10).
       01  WS-P-NAME           PIC X(40).
       01  WS-P-KIND           PIC X(14).
       01  WS-P-QTY-X          PIC X(6).
       01  WS-P-COST           PIC X(9).
       01  WS-P-QTY            PIC S9(5)   VALUE 0.
       01  WS-QTY-EDIT         PIC -(4)9.
       01  WS-ORDERED-NUM      PIC 9(5)    VALUE 0.
       01  WS-RECEIVED-NUM     PIC 9(5)    VALUE 0.
       01  WS-ORD-EDIT         PIC Z(4)9.
       01  WS-REC-EDIT         PIC Z(4)9.
       01  WS-OUT-COUNT        PIC 9(3)    VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(3)    VALUE 0.
       01  WS-LEAD-DAYS        PIC 9(3)    VALUE 0.
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(8).
       01  WS-SPEND            PIC 9(7)V99 VALUE 0.
       01  WS-SPEND-EDIT       PIC Z(6)9.99.
       01  WS-COST-EDIT        PIC Z(5)9.99.
       01  WS-VENDOR-SEEN      PIC X       VALUE 'N'.
               88  VENDOR-SEEN                 VALUE 'Y'.
       01  WS-PART-SEEN        PIC X       VALUE 'N'.
               88  PART-SEEN                   VALUE 'Y'.
       01  WS-ORDER-SEEN       PIC X       VALUE 'N'.
               88  ORDER-SEEN                  VALUE 'Y'.
       01  WS-ORDER-CHANGED    PIC X       VALUE 'N'.
               88  ORDER-CHANGED               VALUE 'Y'.
      *    THE CONSOLE PROMPTS.
       01  WS-IN-VENDOR        PIC X(8)    VALUE SPACES.
       01  WS-IN-PART          PIC X(10)   VALUE SPACES.
       01  WS-IN-QTY-X         PIC X(6)    VALUE SPACES.
       01  WS-IN-QTY           PIC 9(5)    VALUE 0.
       01  WS-IN-PRICE         PIC X(9)    VALUE SPACES.
       01  WS-IN-EXPECTED      PIC X(8)    VALUE SPACES.
       01  WS-IN-PO            PIC X(12)   VALUE SPACES.
       01  WS-IN-NAME          PIC X(40)   VALUE SPACES.
       01  WS-IN-URL           PIC X(80)   VALUE SPACES.
       01  WS-IN-CONTACT       PIC X(60)   VALUE SPACES.
       01  WS-IN-LEAD          PIC X(3)    VALUE SPACES.
       01  WS-IN-ANSWER        PIC X       VALUE SPACE.
       01  WS-NEW-PO-ID        PIC X(12)   VALUE SPACES.
       01  WS-INPUT-OK         PIC X       VALUE 'Y'.
               88  INPUT-OK                    VALUE 'Y'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           EVALUATE FUNCTION TRIM(WS-COMMAND-ARGS)
               WHEN 'order'
                   PERFORM RAISE-ORDER
               WHEN 'receive'
                   PERFORM RECEIVE-DELIVERY
               WHEN 'cancel'
                   PERFORM CANCEL-ORDER
               WHEN 'supplier'
                   PERFORM ADD-SUPPLIER
               WHEN OTHER
                   PERFORM PRINT-ORDER-BOOK
           END-EVALUATE.
       GOBACK.

      *    -------- THE ORDER BOOK --------

       PRINT-ORDER-BOOK.
           DISPLAY 'parts on order'.
           DISPLAY '--------------'.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = '00'
               PERFORM UNTIL PO-EOF
                   READ PO-FILE
                       AT END
                           SET PO-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-PO-ROW
                           IF PO-OUTSTANDING
                               PERFORM PRINT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
           END-IF.
           IF WS-OUT-COUNT = 0
               DISPLAY 'nothing on order.'
           ELSE
               DISPLAY WS-OUT-COUNT ' order(s) outstanding, '
                   WS-OVERDUE-COUNT ' overdue'
           END-IF.

       PARSE-PO-ROW.
           MOVE SPACES TO PO-RECORD.
           UNSTRING PO-FILE-LINE DELIMITED BY '|'
               INTO PO-ID PO-VENDOR-ID PO-PART-ID PO-QTY-ORDERED
                    PO-QTY-RECEIVED PO-UNIT-PRICE PO-ORDERED
                    PO-EXPECTED PO-STATE
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(PO-QTY-ORDERED) TO WS-ORDERED-NUM.
           MOVE FUNCTION NUMVAL(PO-QTY-RECEIVED) TO WS-RECEIVED-NUM.

       PRINT-ONE-ORDER.
           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-ORDERED-NUM TO WS-ORD-EDIT.
           MOVE WS-RECEIVED-NUM TO WS-REC-EDIT.
           DISPLAY FUNCTION TRIM(PO-ID) ' ' FUNCTION TRIM(PO-PART-ID)
               ' x' FUNCTION TRIM(WS-ORD-EDIT) ' from '
               FUNCTION TRIM(PO-VENDOR-ID) ' (' FUNCTION TRIM(PO-STATE)
               ', ' FUNCTION TRIM(WS-REC-EDIT) ' in) ordered '
               PO-ORDERED ' due ' PO-EXPECTED.
           IF PO-EXPECTED NOT = SPACES AND PO-EXPECTED < WS-TODAY
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY '  >> OVERDUE - CHASE THE SUPPLIER BEFORE'
                   ' ORDERING AGAIN'
           END-IF.

      *    -------- RAISING AN ORDER --------

       RAISE-ORDER.
           MOVE 'Y' TO WS-INPUT-OK.
           DISPLAY 'supplier id? '.
           ACCEPT WS-IN-VENDOR.
           PERFORM FIND-VENDOR.
           IF NOT VENDOR-SEEN
               DISPLAY 'kbpo: no supplier ' FUNCTION TRIM(WS-IN-VENDOR)
                   ' in data/SUPPLIERS.DAT - KBPO.COB supplier first'
               MOVE 'N' TO WS-INPUT-OK
           END-IF.
           IF INPUT-OK
               DISPLAY 'part id from the bin? '
               ACCEPT WS-IN-PART
               PERFORM FIND-PART
               IF NOT PART-SEEN
                   DISPLAY 'kbpo: no part ' FUNCTION TRIM(WS-IN-PART)
                       ' in data/KBPARTS.DAT - add it (qty 0) first'
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.
           IF INPUT-OK
               PERFORM CHECK-ALREADY-ON-ORDER
               IF ORDER-SEEN
                   DISPLAY 'order anyway? (Y/N) '
                   ACCEPT WS-IN-ANSWER
                   IF FUNCTION UPPER-CASE(WS-IN-ANSWER) NOT = 'Y'
                       DISPLAY 'kbpo: nothing ordered'
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           IF INPUT-OK
               PERFORM TAKE-ORDER-DETAILS
           END-IF.
           IF INPUT-OK
               PERFORM APPEND-ORDER-ROW
               DISPLAY 'kbpo: order ' WS-NEW-PO-ID ' raised.'
           END-IF.

       TAKE-ORDER-DETAILS.
           DISPLAY 'quantity? '.
           ACCEPT WS-IN-QTY-X.
           DISPLAY 'unit price quoted (units.cents)? '.
           ACCEPT WS-IN-PRICE.
      *    THE SUPPLIER'S USUAL LEAD TIME GIVES THE DEFAULT DUE DATE.
           MOVE FUNCTION NUMVAL(VND-LEAD-DAYS) TO WS-LEAD-DAYS.
           MOVE WS-TODAY TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-LEAD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           DISPLAY 'expected (YYYYMMDD, blank for ' WS-DATE-NUM ')? '.
           ACCEPT WS-IN-EXPECTED.
           IF WS-IN-EXPECTED = SPACES
               MOVE WS-DATE-NUM TO WS-IN-EXPECTED
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-IN-QTY-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-IN-PRICE) NOT = 0
               DISPLAY 'kbpo: quantity and price must be numbers -'
                   ' nothing ordered'
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               IF FUNCTION NUMVAL(WS-IN-QTY-X) <= 0
                   DISPLAY 'kbpo: order at least one - nothing'
                       ' ordered'
                   MOVE 'N' TO WS-INPUT-OK
               ELSE
                   IF WS-IN-EXPECTED IS NOT NUMERIC
                       DISPLAY 'kbpo: expected date must be'
                           ' YYYYMMDD - nothing ordered'
                       MOVE 'N' TO WS-INPUT-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-IN-QTY-X) TO WS-IN-QTY
                   END-IF
               END-IF
           END-IF.

       APPEND-ORDER-ROW.
           STRING 'PO' DELIMITED BY SIZE
                  WS-TIMESTAMP(3:10) DELIMITED BY SIZE
               INTO WS-NEW-PO-ID
           END-STRING.
           MOVE WS-IN-QTY TO WS-ORD-EDIT.
           MOVE SPACES TO PO-FILE-LINE.
           STRING WS-NEW-PO-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-VENDOR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PART) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-EDIT) DELIMITED BY SIZE
                  '|0|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PRICE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-IN-EXPECTED DELIMITED BY SIZE
                  '|open' DELIMITED BY SIZE
               INTO PO-FILE-LINE
           END-STRING.
           OPEN EXTEND PO-FILE.
           IF WS-PO-STATUS NOT = '00'
               OPEN OUTPUT PO-FILE
           END-IF.
           WRITE PO-FILE-LINE.
           CLOSE PO-FILE.

       FIND-VENDOR.
           MOVE 'N' TO WS-VENDOR-SEEN WS-VENDOR-EOF.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = '00'
               PERFORM UNTIL VENDOR-EOF OR VENDOR-SEEN
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO VENDOR-RECORD
                           UNSTRING VENDOR-FILE-LINE DELIMITED BY '|'
                               INTO VND-ID VND-NAME VND-URL
                                    VND-CONTACT VND-LEAD-DAYS
                           END-UNSTRING
                           IF FUNCTION TRIM(VND-ID) =
                                   FUNCTION TRIM(WS-IN-VENDOR)
                               SET VENDOR-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.

       PARSE-PART-ROW.
           MOVE SPACES TO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
               WS-P-COST.
           UNSTRING PARTS-FILE-LINE DELIMITED BY '|'
               INTO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
                    WS-P-COST
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-P-QTY-X) TO WS-P-QTY.

       FIND-PART.
           MOVE 'N' TO WS-PART-SEEN WS-PARTS-EOF.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS = '00'
               PERFORM UNTIL PARTS-EOF OR PART-SEEN
                   READ PARTS-FILE
                       AT END
                           SET PARTS-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-PART-ROW
                           IF FUNCTION TRIM(WS-P-ID) =
                                   FUNCTION TRIM(WS-IN-PART)
                               SET PART-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
           END-IF.

      *    THE WHOLE POINT: A SECOND ORDER FOR A PART ALREADY ON
      *    ITS WAY NEEDS A DELIBERATE YES.
       CHECK-ALREADY-ON-ORDER.
           MOVE 'N' TO WS-ORDER-SEEN WS-PO-EOF.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = '00'
               PERFORM UNTIL PO-EOF
                   READ PO-FILE
                       AT END
                           SET PO-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-PO-ROW
                           IF PO-OUTSTANDING
                                   AND FUNCTION TRIM(PO-PART-ID) =
                                       FUNCTION TRIM(WS-IN-PART)
                               SET ORDER-SEEN TO TRUE
                               DISPLAY 'kbpo: ' FUNCTION TRIM(PO-ID)
                                   ' already has '
                                   FUNCTION TRIM(PO-QTY-ORDERED)
                                   ' on order from '
                                   FUNCTION TRIM(PO-VENDOR-ID)
                                   ', due ' PO-EXPECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
           END-IF.

      *    -------- RECEIVING AND CANCELLING --------

       RECEIVE-DELIVERY.
           DISPLAY 'order id? '.
           ACCEPT WS-IN-PO.
           DISPLAY 'how many arrived? '.
           ACCEPT WS-IN-QTY-X.
           DISPLAY 'unit price actually paid (blank for the quote)? '.
           ACCEPT WS-IN-PRICE.
           IF FUNCTION TEST-NUMVAL(WS-IN-QTY-X) NOT = 0
               DISPLAY 'kbpo: quantity must be a number - nothing'
                   ' received'
           ELSE
               IF FUNCTION NUMVAL(WS-IN-QTY-X) <= 0
                   DISPLAY 'kbpo: nothing arrived - nothing received'
               ELSE
                   IF WS-IN-PRICE NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-IN-PRICE)
                               NOT = 0
                       DISPLAY 'kbpo: price must be a number -'
                           ' nothing received'
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-IN-QTY-X) TO WS-IN-QTY
                       PERFORM BOOK-DELIVERY
                   END-IF
               END-IF
           END-IF.

       BOOK-DELIVERY.
           MOVE 'R' TO WS-IN-ANSWER.
           PERFORM WORK-ORDER-FILE.
           IF NOT ORDER-CHANGED
               DISPLAY 'kbpo: no outstanding order '
                   FUNCTION TRIM(WS-IN-PO) ' - nothing received'
           ELSE
               PERFORM RESTOCK-PART
               PERFORM POST-SPEND-TO-LEDGER
               DISPLAY 'kbpo: received.'
           END-IF.

       CANCEL-ORDER.
           DISPLAY 'order id to cancel? '.
           ACCEPT WS-IN-PO.
           MOVE 'C' TO WS-IN-ANSWER.
           PERFORM WORK-ORDER-FILE.
           IF ORDER-CHANGED
               DISPLAY 'kbpo: cancelled.'
           ELSE
               DISPLAY 'kbpo: no outstanding order '
                   FUNCTION TRIM(WS-IN-PO)
           END-IF.

      *    ONE PASS THROUGH data/KBPO.DAT VIA THE KEEP FILE, CHANGING
      *    THE NAMED ORDER ONLY IF IT IS STILL OUTSTANDING. WS-IN-
      *    ANSWER SAYS HOW: 'R' RECEIVE, 'C' CANCEL.
       WORK-ORDER-FILE.
           MOVE 'N' TO WS-ORDER-CHANGED WS-PO-EOF.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = '00'
               OPEN OUTPUT PO-KEEP-FILE
               PERFORM UNTIL PO-EOF
                   READ PO-FILE
                       AT END
                           SET PO-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-ORDER-ROW
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
               CLOSE PO-KEEP-FILE
               IF ORDER-CHANGED
                   PERFORM REWRITE-ORDER-FILE
               END-IF
           END-IF.

       SIFT-ORDER-ROW.
           MOVE PO-FILE-LINE TO PO-KEEP-LINE.
           PERFORM PARSE-PO-ROW.
           IF FUNCTION TRIM(PO-ID) = FUNCTION TRIM(WS-IN-PO)
                   AND PO-OUTSTANDING
                   AND NOT ORDER-CHANGED
               SET ORDER-CHANGED TO TRUE
               IF WS-IN-ANSWER = 'C'
                   MOVE 'cancelled' TO PO-STATE
               ELSE
                   ADD WS-IN-QTY TO WS-RECEIVED-NUM
                   IF WS-RECEIVED-NUM >= WS-ORDERED-NUM
                       MOVE 'received' TO PO-STATE
                   ELSE
                       MOVE 'partial' TO PO-STATE
                   END-IF
                   MOVE PO-PART-ID TO WS-IN-PART
                   IF WS-IN-PRICE = SPACES
                       MOVE PO-UNIT-PRICE TO WS-IN-PRICE
                   END-IF
               END-IF
               MOVE WS-ORDERED-NUM TO WS-ORD-EDIT
               MOVE WS-RECEIVED-NUM TO WS-REC-EDIT
               MOVE SPACES TO PO-KEEP-LINE
               STRING FUNCTION TRIM(PO-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(PO-VENDOR-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(PO-PART-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ORD-EDIT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REC-EDIT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(PO-UNIT-PRICE) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      PO-ORDERED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      PO-EXPECTED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(PO-STATE) DELIMITED BY SIZE
                   INTO PO-KEEP-LINE
               END-STRING
           END-IF.
           WRITE PO-KEEP-LINE.

       REWRITE-ORDER-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT PO-KEEP-FILE.
           OPEN OUTPUT PO-FILE.
           PERFORM UNTIL KEEP-EOF
               READ PO-KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE PO-KEEP-LINE TO PO-FILE-LINE
                       WRITE PO-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE PO-KEEP-FILE.
           CLOSE PO-FILE.

      *    THE DELIVERY LANDS IN THE DRAWER: QTY UP, AND THE PRICE
      *    PAID BECOMES THE UNIT COST - THE LAST PRICE PAID IS WHAT
      *    A REPLACEMENT WOULD COST, WHICH IS WHAT KBVALUE.COB WANTS.
       RESTOCK-PART.
           MOVE 'N' TO WS-PART-SEEN WS-PARTS-EOF.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL PARTS-EOF
                   READ PARTS-FILE
                       AT END
                           SET PARTS-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-PART-ROW
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
               CLOSE KEEP-FILE
               IF PART-SEEN
                   PERFORM REWRITE-PARTS-FILE
                   PERFORM RECORD-RECEIPT
               END-IF
           END-IF.
           IF NOT PART-SEEN
               DISPLAY 'kbpo: part ' FUNCTION TRIM(WS-IN-PART)
                   ' is no longer in data/KBPARTS.DAT - stock NOT'
                   ' raised'
           END-IF.

       SIFT-PART-ROW.
           PERFORM PARSE-PART-ROW.
           IF FUNCTION TRIM(WS-P-ID) = FUNCTION TRIM(WS-IN-PART)
                   AND NOT PART-SEEN
               SET PART-SEEN TO TRUE
               ADD WS-IN-QTY TO WS-P-QTY
               MOVE WS-P-QTY TO WS-QTY-EDIT
               MOVE FUNCTION NUMVAL(WS-IN-PRICE) TO WS-COST-EDIT
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(WS-P-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-KIND) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTY-EDIT)
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COST-EDIT) DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           ELSE
               MOVE PARTS-FILE-LINE TO KEEP-FILE-LINE
           END-IF.
           WRITE KEEP-FILE-LINE.

       REWRITE-PARTS-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT PARTS-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO PARTS-FILE-LINE
                       WRITE PARTS-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE PARTS-FILE.

       RECORD-RECEIPT.
           MOVE WS-IN-QTY TO WS-REC-EDIT.
           MOVE SPACES TO RECEIPT-FILE-LINE.
           STRING FUNCTION TRIM(WS-IN-PART) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-EDIT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PO) DELIMITED BY SIZE
               INTO RECEIPT-FILE-LINE
           END-STRING.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = '00'
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           WRITE RECEIPT-FILE-LINE.
           CLOSE RECEIPT-FILE.

       POST-SPEND-TO-LEDGER.
           COMPUTE WS-SPEND ROUNDED =
               WS-IN-QTY * FUNCTION NUMVAL(WS-IN-PRICE).
           MOVE WS-SPEND TO WS-SPEND-EDIT.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-TODAY TO LDG-DATE.
           MOVE 'parts' TO LDG-CATEGORY.
           MOVE 'out' TO LDG-DIRECTION.
           MOVE FUNCTION TRIM(WS-SPEND-EDIT) TO LDG-AMOUNT.
           MOVE 'KBPO' TO LDG-SOURCE.
           STRING FUNCTION TRIM(WS-IN-PO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PART) DELIMITED BY SIZE
               INTO LDG-MEMO
           END-STRING.
           CALL 'LEDGER' USING LEDGER-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    -------- THE SUPPLIER MASTER --------

       ADD-SUPPLIER.
           DISPLAY 'supplier id (short code)? '.
           ACCEPT WS-IN-VENDOR.
           PERFORM FIND-VENDOR.
           IF VENDOR-SEEN
               DISPLAY 'kbpo: ' FUNCTION TRIM(WS-IN-VENDOR)
                   ' is already in data/SUPPLIERS.DAT'
           ELSE
               DISPLAY 'name? '
               ACCEPT WS-IN-NAME
               DISPLAY 'shop url? '
               ACCEPT WS-IN-URL
               DISPLAY 'contact? '
               ACCEPT WS-IN-CONTACT
               DISPLAY 'usual days from order to door? '
               ACCEPT WS-IN-LEAD
               IF FUNCTION TRIM(WS-IN-VENDOR) = SPACES
                       OR FUNCTION TRIM(WS-IN-NAME) = SPACES
                   DISPLAY 'kbpo: id and name are required'
               ELSE
                   PERFORM APPEND-SUPPLIER-ROW
                   DISPLAY 'kbpo: supplier added.'
               END-IF
           END-IF.

      *    A LEAD TIME THAT IS NOT A NUMBER BECOMES TWO WEEKS.
       APPEND-SUPPLIER-ROW.
           IF FUNCTION TEST-NUMVAL(WS-IN-LEAD) NOT = 0
               MOVE '14' TO WS-IN-LEAD
           END-IF.
           INSPECT WS-IN-NAME REPLACING ALL '|' BY ' '.
           INSPECT WS-IN-URL REPLACING ALL '|' BY ' '.
           INSPECT WS-IN-CONTACT REPLACING ALL '|' BY ' '.
           MOVE SPACES TO VENDOR-FILE-LINE.
           STRING FUNCTION TRIM(WS-IN-VENDOR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-URL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-LEAD) DELIMITED BY SIZE
               INTO VENDOR-FILE-LINE
           END-STRING.
           OPEN EXTEND VENDOR-FILE.
           IF WS-VENDOR-STATUS NOT = '00'
               OPEN OUTPUT VENDOR-FILE
           END-IF.
           WRITE VENDOR-FILE-LINE.
           CLOSE VENDOR-FILE.
       END PROGRAM KBPO.
