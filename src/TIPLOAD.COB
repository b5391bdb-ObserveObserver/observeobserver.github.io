       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPLOAD.
      *    BATCH JOB - SUPPORTER INTAKE. THE TIP SERVICE'S WEBHOOK
      *    RECEIVER (OR A HAND-SAVED EXPORT) LEAVES ONE LINE PER TIP
      *    IN data/TIP-DROP.DAT:
      *        REF|WHEN|NAME|EMAIL|AMOUNT|SHOW
      *    REF IS THE SERVICE'S TRANSACTION ID; WHEN IS YYYYMMDD OR
      *    AN ISO DATE (ANYTHING AFTER THE FIRST TEN CHARACTERS IS
      *    IGNORED); AMOUNT IS UNITS.CENTS; SHOW IS public/yes/Y TO
      *    BE NAMED ON THE SUPPORTERS PAGE, anonymous/A TO BE
      *    COUNTED THERE WITHOUT A NAME, ANYTHING ELSE TO STAY OFF
      *    IT. EVERY TIP WHOSE REF IS NOT ALREADY IN THE SUPPORTER
      *    LEDGER data/TIPS.DAT (TIPREC.CPY) IS APPENDED THERE,
      *    POSTED TO THE HOBBY LEDGER AS MONEY IN UNDER 'support'
      *    (CALL 'LEDGER', SO LEDGSTMT.COB NETS IT), AND THANKED
      *    THROUGH data/MAILQ.DAT WITH THE SUPPORTER'S EARLY-READING
      *    LINK. THE TOKEN IS ONE PER MAIL ADDRESS - A REPEAT
      *    SUPPORTER KEEPS THE LINK THEY ALREADY HAVE, AND EACH NEW
      *    TIP EXTENDS HOW LONG IT WORKS (TIPCHK.CBL). THE DROP FILE
      *    IS NEVER TRUNCATED HERE, SINCE THE RECEIVER MAY BE
      *    WRITING TO IT; THE REF CHECK MAKES RE-RUNS HARMLESS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-FILE ASSIGN TO "data/TIP-DROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
           SELECT TIP-FILE ASSIGN TO "data/TIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DROP-FILE.
       01  DROP-FILE-LINE      PIC X(300).
           COPY 'TIPFD.CPY'.
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'SITECFG.CPY'.
           COPY 'TIPREC.CPY'.
           COPY 'LEDGREC.CPY'.
           COPY 'MAILQREC.CPY'.
       01  WS-DROP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-TIP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-DROP-EOF         PIC X       VALUE 'N'.
               88  DROP-EOF                    VALUE 'Y'.
       01  WS-TIP-EOF          PIC X       VALUE 'N'.
               88  TIP-EOF                     VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
      *    REFS ALREADY LOADED, AND THE TOKEN EACH ADDRESS HOLDS.
       01  WS-REF-COUNT        PIC 9(4)    VALUE 0.
       01  WS-REF-IDX          PIC 9(4).
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY        OCCURS 2000 TIMES PIC X(24).
       01  WS-REF-KNOWN        PIC X       VALUE 'N'.
       01  WS-HOLDER-COUNT     PIC 9(4)    VALUE 0.
       01  WS-HOLDER-IDX       PIC 9(4).
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY     OCCURS 1000 TIMES.
               10  WS-HOLDER-EMAIL     PIC X(60).
               10  WS-HOLDER-TOKEN     PIC X(16).
      *    ONE DROP LINE, RAW.
       01  WS-D-REF            PIC X(24).
       01  WS-D-WHEN           PIC X(30).
       01  WS-D-NAME           PIC X(40).
       01  WS-D-EMAIL          PIC X(60).
       01  WS-D-AMOUNT         PIC X(12).
       01  WS-D-SHOW           PIC X(12).
       01  WS-D-DATE           PIC X(8).
       01  WS-AMOUNT-NUM       PIC 9(7)V99.
       01  WS-AMOUNT-EDIT      PIC Z(6)9.99.
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-LOADED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-BAD-COUNT        PIC 9(4)    VALUE 0.
       01  WS-THANKED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-LOADED-TOTAL     PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-EDIT       PIC Z(7)9.99.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT DROP-FILE.
           IF WS-DROP-STATUS NOT = '00'
               DISPLAY 'tipload: no data/TIP-DROP.DAT - nothing to load'
           ELSE
               PERFORM LOAD-KNOWN-TIPS
               PERFORM UNTIL DROP-EOF
                   READ DROP-FILE
                       AT END
                           SET DROP-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(DROP-FILE-LINE) NOT = SPACES
                               PERFORM TAKE-ONE-TIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-FILE
               MOVE WS-LOADED-TOTAL TO WS-TOTAL-EDIT
               DISPLAY 'tipload: ' WS-LOADED-COUNT ' new tip(s) worth '
                   FUNCTION TRIM(WS-TOTAL-EDIT) ', '
                   WS-THANKED-COUNT ' thanked, '
                   WS-SKIPPED-COUNT ' already loaded, '
                   WS-BAD-COUNT ' unreadable'
           END-IF.
       GOBACK.

       LOAD-KNOWN-TIPS.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS = '00'
               PERFORM UNTIL TIP-EOF
                   READ TIP-FILE
                       AT END
                           SET TIP-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-TIP-ROW
                           PERFORM REMEMBER-TIP
                   END-READ
               END-PERFORM
               CLOSE TIP-FILE
           END-IF.

       PARSE-TIP-ROW.
           MOVE SPACES TO TIP-RECORD.
           UNSTRING TIP-FILE-LINE DELIMITED BY '|'
               INTO TIP-REF TIP-DATE TIP-NAME TIP-EMAIL TIP-SHOW
                    TIP-AMOUNT TIP-TOKEN
           END-UNSTRING.

       REMEMBER-TIP.
           IF WS-REF-COUNT < 2000
               ADD 1 TO WS-REF-COUNT
               MOVE TIP-REF TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.
           IF TIP-EMAIL NOT = SPACES AND TIP-TOKEN NOT = SPACES
               PERFORM FIND-HOLDER
               IF WS-HOLDER-IDX = 0 AND WS-HOLDER-COUNT < 1000
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE TIP-EMAIL TO WS-HOLDER-EMAIL(WS-HOLDER-COUNT)
                   MOVE TIP-TOKEN TO WS-HOLDER-TOKEN(WS-HOLDER-COUNT)
               END-IF
           END-IF.

       FIND-HOLDER.
           MOVE 0 TO WS-HOLDER-IDX.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-HOLDER-COUNT
               IF FUNCTION LOWER-CASE(WS-HOLDER-EMAIL(WS-REF-IDX)) =
                       FUNCTION LOWER-CASE(TIP-EMAIL)
                   MOVE WS-REF-IDX TO WS-HOLDER-IDX
               END-IF
           END-PERFORM.

       TAKE-ONE-TIP.
           MOVE SPACES TO WS-D-REF WS-D-WHEN WS-D-NAME WS-D-EMAIL
               WS-D-AMOUNT WS-D-SHOW.
           UNSTRING DROP-FILE-LINE DELIMITED BY '|'
               INTO WS-D-REF WS-D-WHEN WS-D-NAME WS-D-EMAIL
                    WS-D-AMOUNT WS-D-SHOW
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-D-REF) TO WS-D-REF.
           MOVE FUNCTION TRIM(WS-D-WHEN) TO WS-D-WHEN.
           MOVE SPACES TO WS-D-DATE.
           IF WS-D-WHEN(5:1) = '-'
               STRING WS-D-WHEN(1:4) WS-D-WHEN(6:2) WS-D-WHEN(9:2)
                   DELIMITED BY SIZE INTO WS-D-DATE
               END-STRING
           ELSE
               MOVE WS-D-WHEN(1:8) TO WS-D-DATE
           END-IF.
           PERFORM CHECK-REF-KNOWN.
           EVALUATE TRUE
               WHEN WS-D-REF = SPACES
                       OR WS-D-DATE IS NOT NUMERIC
                       OR FUNCTION TEST-NUMVAL(WS-D-AMOUNT) NOT = 0
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY 'tipload: unreadable drop line - '
                       FUNCTION TRIM(DROP-FILE-LINE)
               WHEN WS-REF-KNOWN = 'Y'
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM LOAD-NEW-TIP
           END-EVALUATE.

       CHECK-REF-KNOWN.
           MOVE 'N' TO WS-REF-KNOWN.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-ENTRY(WS-REF-IDX) = WS-D-REF
                   MOVE 'Y' TO WS-REF-KNOWN
               END-IF
           END-PERFORM.

       LOAD-NEW-TIP.
           MOVE SPACES TO TIP-RECORD.
           MOVE WS-D-REF TO TIP-REF.
           MOVE WS-D-DATE TO TIP-DATE.
           MOVE FUNCTION TRIM(WS-D-NAME) TO TIP-NAME.
           MOVE FUNCTION TRIM(WS-D-EMAIL) TO TIP-EMAIL.
           INSPECT TIP-NAME REPLACING ALL '|' BY ' '.
           INSPECT TIP-EMAIL REPLACING ALL '|' BY ' '.
           EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-D-SHOW))
               WHEN 'public'
               WHEN 'yes'
               WHEN 'y'
               WHEN 'true'
                   SET TIP-SHOW-NAME TO TRUE
               WHEN 'anonymous'
               WHEN 'a'
                   SET TIP-SHOW-ANONYMOUS TO TRUE
               WHEN OTHER
                   SET TIP-UNLISTED TO TRUE
           END-EVALUATE.
      *    NO NAME GIVEN IS AN ANONYMOUS TIP, WHATEVER THE FLAG SAYS.
           IF TIP-NAME = SPACES AND TIP-SHOW-NAME
               SET TIP-SHOW-ANONYMOUS TO TRUE
           END-IF.
           MOVE FUNCTION NUMVAL(WS-D-AMOUNT) TO WS-AMOUNT-NUM.
           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO TIP-AMOUNT.
           IF TIP-EMAIL NOT = SPACES
               PERFORM FIND-HOLDER
               IF WS-HOLDER-IDX > 0
                   MOVE WS-HOLDER-TOKEN(WS-HOLDER-IDX) TO TIP-TOKEN
               ELSE
                   PERFORM BUILD-READER-TOKEN
                   IF WS-HOLDER-COUNT < 1000
                       ADD 1 TO WS-HOLDER-COUNT
                       MOVE TIP-EMAIL
                           TO WS-HOLDER-EMAIL(WS-HOLDER-COUNT)
                       MOVE TIP-TOKEN
                           TO WS-HOLDER-TOKEN(WS-HOLDER-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM APPEND-TIP-ROW.
           IF WS-REF-COUNT < 2000
               ADD 1 TO WS-REF-COUNT
               MOVE TIP-REF TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.
           ADD WS-AMOUNT-NUM TO WS-LOADED-TOTAL.
           PERFORM POST-TO-HOBBY-LEDGER.
           IF TIP-EMAIL NOT = SPACES
               MOVE 'A' TO WS-SUPP-VERDICT
               CALL 'SUPPCHK' USING TIP-EMAIL WS-SUPP-VERDICT
                   ON EXCEPTION
                       MOVE 'A' TO WS-SUPP-VERDICT
               END-CALL
               IF WS-SUPP-VERDICT NOT = 'S'
                   PERFORM QUEUE-THANK-YOU
               END-IF
           END-IF.

      *    THE SAME CLOCK-THROUGH-A-PRIME SCRAMBLE COMMENTS.COB USES
      *    FOR ITS EDIT CODES, WITH THE RUN'S HOLDER COUNT FOLDED IN
      *    SO TWO NEW SUPPORTERS IN ONE RUN GET DIFFERENT TOKENS.
       BUILD-READER-TOKEN.
           COMPUTE WS-TOKEN-NUM = FUNCTION MOD(
               FUNCTION NUMVAL(WS-TIMESTAMP(7:10)) * 7919
                   + FUNCTION NUMVAL(WS-TIMESTAMP(18:4))
                   + (WS-HOLDER-COUNT + 1) * 104729,
               99999989).
           MOVE SPACES TO TIP-TOKEN.
           STRING 'p' DELIMITED BY SIZE
                  WS-TOKEN-NUM DELIMITED BY SIZE
               INTO TIP-TOKEN
           END-STRING.

       APPEND-TIP-ROW.
           MOVE SPACES TO TIP-FILE-LINE.
           STRING FUNCTION TRIM(TIP-REF) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TIP-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TIP-SHOW DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-AMOUNT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-TOKEN) DELIMITED BY SIZE
               INTO TIP-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND TIP-FILE.
           IF WS-TIP-STATUS NOT = '00'
               OPEN OUTPUT TIP-FILE
           END-IF.
           WRITE TIP-FILE-LINE.
           CLOSE TIP-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       POST-TO-HOBBY-LEDGER.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE TIP-DATE TO LDG-DATE.
           MOVE 'support' TO LDG-CATEGORY.
           MOVE 'in' TO LDG-DIRECTION.
           MOVE TIP-AMOUNT TO LDG-AMOUNT.
           MOVE 'tipload' TO LDG-SOURCE.
           STRING 'tip ' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-REF) DELIMITED BY SIZE
               INTO LDG-MEMO
           END-STRING.
           CALL 'LEDGER' USING LEDGER-RECORD
               ON EXCEPTION
                   DISPLAY 'tipload: ledger unavailable - '
                       FUNCTION TRIM(TIP-REF) ' not posted'
           END-CALL.

       QUEUE-THANK-YOU.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE TIP-EMAIL TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'thank you - read ahead: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'SUPPORTERS.COB?t=' DELIMITED BY SIZE
                  FUNCTION TRIM(TIP-TOKEN) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TIMESTAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE SPACES TO MAILQ-FILE-LINE.
           STRING FUNCTION TRIM(MAILQ-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-SUBJECT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-ATTEMPTS DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.
           ADD 1 TO WS-THANKED-COUNT.
       END PROGRAM TIPLOAD.
