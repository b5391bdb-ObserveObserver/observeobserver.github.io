       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER.
      *    SHARED SUBPROGRAM - POSTS ONE ROW TO THE HOBBY LEDGER,
      *    data/LEDGER.DAT (DATE|CATEGORY|DIRECTION|AMOUNT|SOURCE|
      *    MEMO - SEE LEDGREC.CPY). MONEY USED TO MOVE THROUGH
      *    KBMAINT COSTS, PARTS UNIT COSTS AND TRADE NOTES WITHOUT
      *    ANY OF THEM MEETING; EVERY JOB THAT SPENDS OR TAKES IN
      *    MONEY NOW CALLS HERE WITH A FILLED LEDGER-RECORD, AND
      *    LEDGENT.COB DOES THE SAME FOR BILLS TYPED IN BY HAND.
      *    LEDGSTMT.COB READS THE RESULT. A BLANK DATE MEANS TODAY;
      *    A ZERO OR UNREADABLE AMOUNT POSTS NOTHING. THE MEMO IS
      *    SCRUBBED OF '|' SO A CALLER'S FREE TEXT CANNOT SPLIT THE
      *    ROW. THE APPEND IS BRACKETED BY FGUARD LIKE EVERY OTHER
      *    SHARED data/ FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LEDGFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-ERR-PROGRAM      PIC X(12)   VALUE 'LEDGER'.
       01  WS-ERR-OPERATION    PIC X(30)
               VALUE 'OPEN data/LEDGER.DAT'.
       LINKAGE SECTION.
           COPY 'LEDGREC.CPY'.
       PROCEDURE DIVISION USING LEDGER-RECORD.
           IF FUNCTION TEST-NUMVAL(LDG-AMOUNT) NOT = 0
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(LDG-AMOUNT) = 0
               GOBACK
           END-IF.
           IF FUNCTION TRIM(LDG-DATE) = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO LDG-DATE
           END-IF.
           IF FUNCTION TRIM(LDG-DIRECTION) NOT = 'in'
               MOVE 'out' TO LDG-DIRECTION
           END-IF.
           IF FUNCTION TRIM(LDG-CATEGORY) = SPACES
               MOVE 'other' TO LDG-CATEGORY
           END-IF.
           MOVE FUNCTION LOWER-CASE(LDG-CATEGORY) TO LDG-CATEGORY.
           INSPECT LDG-MEMO REPLACING ALL '|' BY ' '.
           INSPECT LDG-CATEGORY REPLACING ALL '|' BY ' '.
           MOVE SPACES TO LEDGER-FILE-LINE.
           STRING LDG-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LDG-CATEGORY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LDG-DIRECTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LDG-AMOUNT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LDG-SOURCE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LDG-MEMO) DELIMITED BY SIZE
               INTO LEDGER-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS = '00'
               WRITE LEDGER-FILE-LINE
               CLOSE LEDGER-FILE
           ELSE
               CALL 'ERRLOG' USING WS-ERR-PROGRAM WS-ERR-OPERATION
                   WS-LEDGER-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       GOBACK.
       END PROGRAM LEDGER.
