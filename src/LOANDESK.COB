       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDESK.
      *    BATCH MODERATION JOB - THE LOAN DESK. APPROVELN.COB PUTS
      *    A BORROW REQUEST INTO data/LOANS.DAT AS 'approved'; THIS
      *    WALKS EVERY LOAN STILL OPEN AND TAKES THE NEXT MOVE FROM
      *    THE CONSOLE:
      *        S shipped   R returned   X cancelled   <ENTER> leave it
      *    SHIPPING STAMPS TODAY AS THE SHIP DATE AND ASKS HOW LONG
      *    THE LOAN RUNS (30 DAYS IF LEFT BLANK) TO SET THE DUE DATE -
      *    FROM THEN ON KBPAGE.COB SHOWS THE BOARD AS ON LOAN AND
      *    LOANDUE.COB CHASES IT ONCE THAT DATE HAS PASSED. RETURNED
      *    STAMPS THE RETURN DATE AND FREES THE BOARD FOR TRADE
      *    OFFERS AND THE NEXT BORROWER. A RETURNED OR CANCELLED LOAN
      *    IS HISTORY AND IS SHOWN WITHOUT A QUESTION. THE FILE IS
      *    REWRITTEN THROUGH data/LOANS-KEEP.DAT, AS TRADELIFE.COB
      *    DOES FOR TRADES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/LOANS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LOANFD.CPY'.
           COPY 'LOANFD.CPY' REPLACING LOAN-FILE BY KEEP-FILE
               LOAN-FILE-LINE BY KEEP-FILE-LINE.
       WORKING-STORAGE SECTION.
           COPY 'LOANREC.CPY'.
       01  WS-LOAN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  LOAN-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-DECISION         PIC X.
       01  WS-IN-DAYS          PIC X(4)    VALUE SPACES.
       01  WS-LOAN-DAYS        PIC 9(3)    VALUE 30.
       01  WS-DUE-NUM          PIC 9(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-MOVED-COUNT      PIC 9(3)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-NUM.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'loandesk: no data/LOANS.DAT to work'
               GOBACK
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL LOAN-EOF
               READ LOAN-FILE
                   AT END
                       SET LOAN-EOF TO TRUE
                   NOT AT END
                       PERFORM WORK-ONE-LOAN
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
           CLOSE KEEP-FILE.
           PERFORM REWRITE-LOANS.
           DISPLAY 'loandesk: ' WS-MOVED-COUNT
               ' loan(s) moved along'.
       GOBACK.

       WORK-ONE-LOAN.
           MOVE SPACES TO LOAN-RECORD.
           UNSTRING LOAN-FILE-LINE DELIMITED BY '|'
               INTO LN-KB-ID LN-NAME LN-CONTACT LN-REQUESTED LN-NOTE
                    LN-STATE LN-SHIPPED LN-DUE LN-RETURNED
                    LN-REMINDED
           END-UNSTRING.
           IF FUNCTION TRIM(LN-STATE) = SPACES
               MOVE 'approved' TO LN-STATE
           END-IF.
           DISPLAY FUNCTION TRIM(LN-KB-ID) ' ('
               FUNCTION TRIM(LN-STATE) '): '
               FUNCTION TRIM(LN-NAME) ' <'
               FUNCTION TRIM(LN-CONTACT) '>'.
           IF FUNCTION TRIM(LN-STATE) = 'shipped'
               DISPLAY '  shipped ' LN-SHIPPED ', due back ' LN-DUE
           END-IF.
           MOVE SPACES TO WS-DECISION.
           IF LN-ACTIVE
               DISPLAY 'move? (S/R/X, enter to leave) '
               ACCEPT WS-DECISION
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'S'
                   IF FUNCTION TRIM(LN-STATE) = 'shipped'
                       DISPLAY 'loandesk: already shipped - left as'
                           ' it was'
                   ELSE
                       PERFORM SHIP-LOAN
                   END-IF
               WHEN 'R'
                   IF FUNCTION TRIM(LN-STATE) NOT = 'shipped'
                       DISPLAY 'loandesk: never shipped - cancel it'
                           ' instead'
                   ELSE
                       MOVE 'returned' TO LN-STATE
                       MOVE WS-TIMESTAMP(1:8) TO LN-RETURNED
                       ADD 1 TO WS-MOVED-COUNT
                   END-IF
               WHEN 'X'
                   MOVE 'cancelled' TO LN-STATE
                   ADD 1 TO WS-MOVED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM WRITE-LOAN-BACK.

      *    THE DUE DATE IS COUNTED FROM THE DAY IT GOES IN THE POST,
      *    NOT FROM THE DAY THE REQUEST WAS APPROVED.
       SHIP-LOAN.
           DISPLAY 'loan length in days (blank for 30)? '.
           MOVE SPACES TO WS-IN-DAYS.
           ACCEPT WS-IN-DAYS.
           MOVE 30 TO WS-LOAN-DAYS.
           IF FUNCTION TRIM(WS-IN-DAYS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IN-DAYS) = 0
                       AND FUNCTION NUMVAL(WS-IN-DAYS) > 0
                       AND FUNCTION NUMVAL(WS-IN-DAYS) < 366
                   MOVE FUNCTION NUMVAL(WS-IN-DAYS) TO WS-LOAN-DAYS
               ELSE
                   DISPLAY 'loandesk: not a sensible length - using'
                       ' 30 days'
               END-IF
           END-IF.
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-LOAN-DAYS).
           MOVE 'shipped' TO LN-STATE.
           MOVE WS-TIMESTAMP(1:8) TO LN-SHIPPED.
           MOVE WS-DUE-NUM TO LN-DUE.
           MOVE SPACES TO LN-REMINDED.
           ADD 1 TO WS-MOVED-COUNT.
           DISPLAY 'loandesk: ' FUNCTION TRIM(LN-KB-ID)
               ' due back ' LN-DUE.

       WRITE-LOAN-BACK.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(LN-KB-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-REQUESTED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-NOTE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-STATE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-SHIPPED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-DUE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-RETURNED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-REMINDED) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.

       REWRITE-LOANS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT LOAN-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO LOAN-FILE-LINE
                       WRITE LOAN-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE LOAN-FILE.
       END PROGRAM LOANDESK.
