      *    LINKED TO IT) AND CLEARS THE BOARD'S KB-FORTRADE FLAG IN
      *    data/KEYBOARD.DAT AUTOMATICALLY. SO DOES FELL-THROUGH-
      *    KEEPING THE FLAG IS A CHOICE TO RELIST, NOT A DEFAULT.
      *    COMPLETING ALSO SHOWS THE BOARD'S LAST VALUE FROM
      *    data/KBVALUE.DAT AND ASKS WHAT THE SWAP VALUED IT AT; THE
      *    ANSWER BECOMES A 'trade' ROW IN THAT HISTORY, SO A SWAP
      *    CAN BE JUDGED FAIR OR NOT AGAINST THE NUMBERS. ANY CASH
      *    THAT CHANGED HANDS WITH THE SWAP IS ASKED FOR TOO AND
      *    POSTED TO THE HOBBY LEDGER AS 'trades' (CALL 'LEDGER') -
      *    IT USED TO LIVE ONLY IN THE OFFER TEXT. A COMPLETED TRADE
      *    ENDS WITH A REMINDER TO PRINT THE BOARD'S PROVENANCE
      *    (KBPROV.COB) FOR THE BOX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT KB-KEEP-FILE ASSIGN TO "data/KEYBOARD-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KBKEEP-STATUS.
           SELECT KB-VALUE-FILE ASSIGN TO "data/KBVALUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'TRADEFD.CPY'.
           COPY 'KBFD.CPY'.
       FD  KB-KEEP-FILE.
       01  KB-KEEP-LINE        PIC X(2000).
           COPY 'KBVALFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'TRADEREC.CPY'.
           COPY 'KBREC.CPY'.
           COPY 'KBVALREC.CPY'.
           COPY 'LEDGREC.CPY'.
       01  WS-IN-CASH          PIC X(10)   VALUE SPACES.
       01  WS-VALUE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-VALUE-EOF        PIC X       VALUE 'N'.
               88  VALUE-EOF                   VALUE 'Y'.
       01  WS-LAST-VALUE       PIC X(9)    VALUE SPACES.
       01  WS-LAST-VALUE-DATE  PIC X(8)    VALUE SPACES.
       01  WS-IN-TRADE-VALUE   PIC X(9)    VALUE SPACES.
       01  WS-TRADE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-HISTORY-STATUS   PIC X(2)    VALUE '00'.
                   ACCEPT WS-IN-EXCHANGE
                   INSPECT WS-IN-EXCHANGE REPLACING ALL '|' BY ' '
                   MOVE WS-IN-EXCHANGE TO TRD-INBOUND
                   PERFORM ASK-TRADE-VALUE
                   PERFORM ASK-TRADE-CASH
                   DISPLAY 'tradelife: KBPROV.COB '
                       FUNCTION TRIM(TRD-KB-ID)
                       ' prints its provenance for the box'
               WHEN 'F'
                   MOVE 'fell-through' TO WS-NEW-STATE
                   SET CLEAR-FLAG TO TRUE
           END-IF.
           PERFORM WRITE-TRADE-BACK.

      *    THE LAST KNOWN VALUE IS THE YARDSTICK; THE AGREED VALUE
      *    IS WHAT THE BOARD LEFT AT. BLANK SKIPS IT.
       ASK-TRADE-VALUE.
           MOVE SPACES TO WS-LAST-VALUE WS-LAST-VALUE-DATE.
           MOVE 'N' TO WS-VALUE-EOF.
           OPEN INPUT KB-VALUE-FILE.
           IF WS-VALUE-STATUS = '00'
               PERFORM UNTIL VALUE-EOF
                   READ KB-VALUE-FILE
                       AT END
                           SET VALUE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KBV-KB-ID KBV-DATE
                               KBV-AMOUNT
                           UNSTRING KB-VALUE-FILE-LINE
                               DELIMITED BY '|'
                               INTO KBV-KB-ID KBV-DATE KBV-KIND
                                    KBV-AMOUNT KBV-NOTE
                           END-UNSTRING
                           IF FUNCTION TRIM(KBV-KB-ID) =
                                   FUNCTION TRIM(TRD-KB-ID)
                                   AND KBV-DATE >= WS-LAST-VALUE-DATE
                               MOVE KBV-AMOUNT TO WS-LAST-VALUE
                               MOVE KBV-DATE TO WS-LAST-VALUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KB-VALUE-FILE
           END-IF.
           IF WS-LAST-VALUE = SPACES
               DISPLAY '  no value on file for '
                   FUNCTION TRIM(TRD-KB-ID)
           ELSE
               DISPLAY '  last valued at ' FUNCTION TRIM(WS-LAST-VALUE)
                   ' (' WS-LAST-VALUE-DATE ')'
           END-IF.
           DISPLAY 'value agreed for the swap (units.cents, blank to'
               ' skip)? '.
           MOVE SPACES TO WS-IN-TRADE-VALUE.
           ACCEPT WS-IN-TRADE-VALUE.
           IF FUNCTION TRIM(WS-IN-TRADE-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IN-TRADE-VALUE) NOT = 0
                   DISPLAY 'tradelife: not a number - no trade value'
                       ' recorded'
               ELSE
                   PERFORM APPEND-TRADE-VALUE
               END-IF
           END-IF.

      *    A LEADING '-' MEANS I PAID THE TOP-UP, OTHERWISE IT CAME
      *    TO ME.
       ASK-TRADE-CASH.
           DISPLAY 'cash with the swap (-12.50 paid, 12.50 received,'
               ' blank none)? '.
           MOVE SPACES TO WS-IN-CASH.
           ACCEPT WS-IN-CASH.
           IF FUNCTION TRIM(WS-IN-CASH) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IN-CASH) NOT = 0
                   DISPLAY 'tradelife: not a number - no cash posted'
               ELSE
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE WS-TIMESTAMP(1:8) TO LDG-DATE
                   MOVE 'trades' TO LDG-CATEGORY
                   IF FUNCTION NUMVAL(WS-IN-CASH) < 0
                       MOVE 'out' TO LDG-DIRECTION
                   ELSE
                       MOVE 'in' TO LDG-DIRECTION
                   END-IF
                   MOVE FUNCTION TRIM(WS-IN-CASH) TO LDG-AMOUNT
                   INSPECT LDG-AMOUNT REPLACING ALL '-' BY ' '
                   MOVE FUNCTION TRIM(LDG-AMOUNT) TO LDG-AMOUNT
                   MOVE 'TRADELIFE' TO LDG-SOURCE
                   STRING 'swap of ' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-KB-ID) DELIMITED BY SIZE
                          ' for ' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-INBOUND)
                              DELIMITED BY SIZE
                       INTO LDG-MEMO
                   END-STRING
                   CALL 'LEDGER' USING LEDGER-RECORD
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       APPEND-TRADE-VALUE.
           MOVE SPACES TO KB-VALUE-FILE-LINE.
           STRING FUNCTION TRIM(TRD-KB-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  '|trade|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-TRADE-VALUE) DELIMITED BY SIZE
                  '|swapped for ' DELIMITED BY SIZE
                  FUNCTION TRIM(TRD-INBOUND) DELIMITED BY SIZE
               INTO KB-VALUE-FILE-LINE
           END-STRING.
           OPEN EXTEND KB-VALUE-FILE.
           IF WS-VALUE-STATUS NOT = '00'
               OPEN OUTPUT KB-VALUE-FILE
           END-IF.
           WRITE KB-VALUE-FILE-LINE.
           CLOSE KB-VALUE-FILE.

       WRITE-TRADE-BACK.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(TRD-KB-ID) DELIMITED BY SIZE
