      *                               ROW - ONE ENTRY, THREE FILES,
      *                               NO DRIFT.
      *    KBCOST.COB SAYS WHAT THE HOBBY COSTS; THIS SAYS WHAT IS
      *    OWNED BEFORE DUPLICATES GET ORDERED AGAIN. A LOGGED JOB
      *    WITH A COST ALSO POSTS A 'maintenance' ROW TO THE HOBBY
      *    LEDGER THROUGH CALL 'LEDGER'. THE REPORT ALSO SHOWS WHAT
      *    IS ON ORDER PER PART FROM data/KBPO.DAT (KBPO.COB RAISES
      *    AND RECEIVES THOSE) AND CLOSES WITH EVERY ORDER PAST ITS
      *    EXPECTED DATE, SO A LOW-STOCK CALLOUT FOR A PART ALREADY
      *    ON ITS WAY IS NOT READ AS A REASON TO ORDER IT AGAIN.
      *    PARTS RESERVED FOR A BUILD PROJECT (data/KBBOM.DAT, SEE
      *    KBBUILD.COB) ARE STILL IN THE DRAWER BUT SHOWN AS
      *    COMMITTED, AND THE LOW-STOCK CALLOUT GOES BY WHAT IS LEFT
      *    FREE, NOT BY WHAT IS ON HAND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT KB-MAINT-FILE ASSIGN TO "data/KBMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT PO-FILE ASSIGN TO "data/KBPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT BOM-FILE ASSIGN TO "data/KBBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-FILE.
       FD  USAGE-FILE.
       01  USAGE-FILE-LINE     PIC X(60).
           COPY 'KBMFD.CPY'.
           COPY 'POFD.CPY'.
           COPY 'BOMFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'KBMREC.CPY'.
           COPY 'LEDGREC.CPY'.
           COPY 'POREC.CPY'.
           COPY 'BOMREC.CPY'.
       01  WS-BOM-STATUS       PIC X(2)    VALUE '00'.
       01  WS-BOM-EOF          PIC X       VALUE 'N'.
               88  BOM-EOF                     VALUE 'Y'.
       01  WS-COMMITTED        PIC 9(5)    VALUE 0.
       01  WS-FREE             PIC S9(5)   VALUE 0.
       01  WS-PO-STATUS        PIC X(2)    VALUE '00'.
       01  WS-PO-EOF           PIC X       VALUE 'N'.
               88  PO-EOF                      VALUE 'Y'.
       01  WS-ON-ORDER         PIC 9(5)    VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(3)    VALUE 0.
       01  WS-PARTS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-USAGE-STATUS     PIC X(2)    VALUE '00'.
               IF WS-LOW-COUNT = 0
                   DISPLAY 'nothing is running low.'
               END-IF
               PERFORM PRINT-OVERDUE-ORDERS
           END-IF.

       PARSE-PART-ROW.
                   FUNCTION TRIM(WS-P-KIND) '): '
                   FUNCTION TRIM(WS-QTY-EDIT) ' on hand at '
                   FUNCTION TRIM(WS-P-COST) ' each'
               PERFORM PRINT-PART-ORDERS
               PERFORM PRINT-PART-COMMITMENTS
               COMPUTE WS-FREE = WS-P-QTY - WS-COMMITTED
               IF WS-COMMITTED > 0
                   MOVE WS-FREE TO WS-QTY-EDIT
                   DISPLAY '  free: ' FUNCTION TRIM(WS-QTY-EDIT)
               END-IF
               IF WS-FREE <= 5
                   ADD 1 TO WS-LOW-COUNT
                   IF WS-ON-ORDER > 0
                       DISPLAY '  >> LOW STOCK - ALREADY ON ORDER'
                   ELSE
                       DISPLAY '  >> LOW STOCK - REORDER BEFORE THE'
                           ' NEXT JOB NEEDS IT'
                   END-IF
               END-IF
               PERFORM PRINT-PART-USAGE
           END-IF.
               CLOSE USAGE-FILE
           END-IF.

      *    WHAT IS STILL TO ARRIVE FOR THIS PART, ORDER BY ORDER.
       PRINT-PART-ORDERS.
           MOVE 0 TO WS-ON-ORDER.
           MOVE 'N' TO WS-PO-EOF.
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
                                       FUNCTION TRIM(WS-P-ID)
                               COMPUTE WS-ON-ORDER = WS-ON-ORDER
                                   + FUNCTION NUMVAL(PO-QTY-ORDERED)
                                   - FUNCTION NUMVAL(PO-QTY-RECEIVED)
                               DISPLAY '  on order: '
                                   FUNCTION TRIM(PO-ID) ' from '
                                   FUNCTION TRIM(PO-VENDOR-ID) ', '
                                   FUNCTION TRIM(PO-QTY-RECEIVED)
                                   ' of '
                                   FUNCTION TRIM(PO-QTY-ORDERED)
                                   ' in, due ' PO-EXPECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
           END-IF.

      *    WHAT OPEN BUILD PROJECTS HOLD OF THIS PART, LINE BY LINE.
       PRINT-PART-COMMITMENTS.
           MOVE 0 TO WS-COMMITTED.
           MOVE 'N' TO WS-BOM-EOF.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BOM-RECORD
                           UNSTRING BOM-FILE-LINE DELIMITED BY '|'
                               INTO BOM-BUILD-ID BOM-PART-ID BOM-QTY
                                    BOM-UNIT-COST BOM-STATE
                           END-UNSTRING
                           IF BOM-RESERVED
                                   AND FUNCTION TRIM(BOM-PART-ID) =
                                       FUNCTION TRIM(WS-P-ID)
                               ADD FUNCTION NUMVAL(BOM-QTY)
                                   TO WS-COMMITTED
                               DISPLAY '  committed: '
                                   FUNCTION TRIM(BOM-QTY) ' to '
                                   FUNCTION TRIM(BOM-BUILD-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF.

       PARSE-PO-ROW.
           MOVE SPACES TO PO-RECORD.
           UNSTRING PO-FILE-LINE DELIMITED BY '|'
               INTO PO-ID PO-VENDOR-ID PO-PART-ID PO-QTY-ORDERED
                    PO-QTY-RECEIVED PO-UNIT-PRICE PO-ORDERED
                    PO-EXPECTED PO-STATE
           END-UNSTRING.

       PRINT-OVERDUE-ORDERS.
           DISPLAY ' '.
           DISPLAY 'orders past their expected date'.
           MOVE 'N' TO WS-PO-EOF.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = '00'
               PERFORM UNTIL PO-EOF
                   READ PO-FILE
                       AT END
                           SET PO-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-PO-ROW
                           IF PO-OUTSTANDING
                                   AND PO-EXPECTED NOT = SPACES
                                   AND PO-EXPECTED < WS-TIMESTAMP(1:8)
                               ADD 1 TO WS-OVERDUE-COUNT
                               DISPLAY '  ' FUNCTION TRIM(PO-ID) ' '
                                   FUNCTION TRIM(PO-PART-ID) ' from '
                                   FUNCTION TRIM(PO-VENDOR-ID)
                                   ' was due ' PO-EXPECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
           END-IF.
           IF WS-OVERDUE-COUNT = 0
               DISPLAY '  none.'
           END-IF.

      *    -------- LOGGING A JOB --------

      *    ONE CONVERSATION, THREE FILES: THE MAINTENANCE ROW, THE
                   IF WS-IN-QTY > 0
                       PERFORM APPEND-USAGE-ROW
                   END-IF
                   PERFORM POST-MAINT-TO-LEDGER
                   DISPLAY 'kbparts: logged.'
               END-IF
           END-IF.
           WRITE KB-MAINT-FILE-LINE.
           CLOSE KB-MAINT-FILE.

      *    LEDGER DROPS A ZERO COST ON ITS OWN, SO A FREE JOB IS
      *    SIMPLY NOT POSTED.
       POST-MAINT-TO-LEDGER.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO LDG-DATE.
           MOVE 'maintenance' TO LDG-CATEGORY.
           MOVE 'out' TO LDG-DIRECTION.
           MOVE WS-IN-COST TO LDG-AMOUNT.
           MOVE 'KBPARTS' TO LDG-SOURCE.
           STRING FUNCTION TRIM(WS-IN-KB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-WORK) DELIMITED BY SIZE
               INTO LDG-MEMO
           END-STRING.
           CALL 'LEDGER' USING LEDGER-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       APPEND-USAGE-ROW.
           MOVE SPACES TO USAGE-FILE-LINE.
           STRING FUNCTION TRIM(WS-IN-PART) DELIMITED BY SIZE
