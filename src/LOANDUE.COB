       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDUE.
      *    NIGHTLY BATCH - OVERDUE LOAN REMINDERS. WALKS
      *    data/LOANS.DAT FOR BOARDS STILL OUT ('shipped') WHOSE DUE
      *    DATE HAS PASSED AND QUEUES A REMINDER TO THE BORROWER IN
      *    data/MAILQ.DAT FOR MAILSEND.COB TO DELIVER. THE DATE OF
      *    EACH REMINDER IS STAMPED INTO THE LOAN ROW (LN-REMINDED)
      *    AND ANOTHER GOES OUT ONLY ONCE A WEEK HAS PASSED SINCE, SO
      *    A NIGHTLY RUN NUDGES RATHER THAN NAGS. A CONTACT THAT IS
      *    NOT A MAIL ADDRESS, OR AN ADDRESS ON THE SUPPRESSION LIST
      *    (SUPPCHK.CBL), IS LISTED ON THE CONSOLE INSTEAD SO IT CAN
      *    BE CHASED BY HAND. THE FILE IS REWRITTEN THROUGH
      *    data/LOANS-KEEP.DAT. EACH RUN STARTS AND ENDS IN THE RUN
      *    LEDGER THROUGH JOBLOG.CBL, COUNTING THE OVERDUE LOANS.
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
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LOANFD.CPY'.
           COPY 'LOANFD.CPY' REPLACING LOAN-FILE BY KEEP-FILE
               LOAN-FILE-LINE BY KEEP-FILE-LINE.
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'LOANREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-LOAN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  LOAN-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-DUE-NUM          PIC 9(8).
       01  WS-REMINDED-NUM     PIC 9(8).
       01  WS-AT-COUNT         PIC 9(3)    VALUE 0.
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-SEND-NOW         PIC X       VALUE 'N'.
               88  SEND-NOW                    VALUE 'Y'.
       01  WS-DUE-SHOWN        PIC X(10)   VALUE SPACES.
       01  WS-OVERDUE-COUNT    PIC 9(3)    VALUE 0.
       01  WS-QUEUED-COUNT     PIC 9(3)    VALUE 0.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'LOANDUE' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-NUM.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'loandue: no data/LOANS.DAT - nothing out'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL LOAN-EOF
               READ LOAN-FILE
                   AT END
                       SET LOAN-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-LOAN
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
           CLOSE KEEP-FILE.
           PERFORM REWRITE-LOANS.
           DISPLAY 'loandue: ' WS-OVERDUE-COUNT ' overdue loan(s), '
               WS-QUEUED-COUNT ' reminder(s) queued'.
           MOVE WS-OVERDUE-COUNT TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

       CHECK-ONE-LOAN.
           MOVE SPACES TO LOAN-RECORD.
           UNSTRING LOAN-FILE-LINE DELIMITED BY '|'
               INTO LN-KB-ID LN-NAME LN-CONTACT LN-REQUESTED LN-NOTE
                    LN-STATE LN-SHIPPED LN-DUE LN-RETURNED
                    LN-REMINDED
           END-UNSTRING.
           MOVE LOAN-FILE-LINE TO KEEP-FILE-LINE.
           IF FUNCTION TRIM(LN-STATE) = 'shipped'
                   AND LN-DUE IS NUMERIC
               MOVE LN-DUE TO WS-DUE-NUM
               IF WS-DUE-NUM < WS-TODAY-NUM
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM DECIDE-REMINDER
                   IF SEND-NOW
                       PERFORM SEND-REMINDER
                   END-IF
               END-IF
           END-IF.
           WRITE KEEP-FILE-LINE.

      *    NEVER REMINDED, OR THE LAST ONE IS A WEEK OLD OR MORE.
       DECIDE-REMINDER.
           MOVE 'Y' TO WS-SEND-NOW.
           IF LN-REMINDED IS NUMERIC
               MOVE LN-REMINDED TO WS-REMINDED-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-REMINDED-NUM)
                       < 7
                   MOVE 'N' TO WS-SEND-NOW
               END-IF
           END-IF.

       SEND-REMINDER.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT LN-CONTACT TALLYING WS-AT-COUNT FOR ALL '@'.
           MOVE 'A' TO WS-SUPP-VERDICT.
           IF WS-AT-COUNT = 1 AND LN-CONTACT(1:1) NOT = '@'
               CALL 'SUPPCHK' USING LN-CONTACT WS-SUPP-VERDICT
                   ON EXCEPTION
                       MOVE 'A' TO WS-SUPP-VERDICT
               END-CALL
           END-IF.
           IF WS-AT-COUNT NOT = 1 OR LN-CONTACT(1:1) = '@'
                   OR WS-SUPP-VERDICT = 'S'
               DISPLAY 'loandue: ' FUNCTION TRIM(LN-KB-ID)
                   ' overdue since ' LN-DUE ' - chase '
                   FUNCTION TRIM(LN-NAME) ' by hand ('
                   FUNCTION TRIM(LN-CONTACT) ')'
           ELSE
               PERFORM QUEUE-REMINDER
               MOVE WS-TODAY-STAMP(1:8) TO LN-REMINDED
               PERFORM BUILD-LOAN-LINE
           END-IF.

      *    THE SUBJECT GOES ONTO A SHELL COMMAND LINE IN MAILSEND.COB,
      *    SO ANYTHING THE BORROWER TYPED IS KEPT OUT OF IT - ONLY
      *    THE BOARD ID AND THE DATE, BOTH OURS.
       QUEUE-REMINDER.
           MOVE SPACES TO WS-DUE-SHOWN.
           STRING LN-DUE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  LN-DUE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  LN-DUE(7:2) DELIMITED BY SIZE
               INTO WS-DUE-SHOWN
           END-STRING.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE LN-CONTACT TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'loan of ' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-KB-ID) DELIMITED BY SIZE
                  ' was due back ' DELIMITED BY SIZE
                  WS-DUE-SHOWN DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'KBPAGE.COB?id=' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-KB-ID) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           INSPECT MAILQ-SUBJECT REPLACING ALL '"' BY ' '
               ALL '`' BY ' ' ALL '$' BY ' ' ALL '\' BY ' '
               ALL ';' BY ' ' ALL '&' BY ' '.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
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
           ADD 1 TO WS-QUEUED-COUNT.

       BUILD-LOAN-LINE.
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

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM LOANDUE.
