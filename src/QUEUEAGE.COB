       PROGRAM-ID. QUEUEAGE.
      *    BATCH JOB FOR CRON, ALONGSIDE NOTIFY.COB - CHECKS EVERY
      *    PENDING-MODERATION FILE (COMMENTS, GUESTBOOK, KBREVIEW,
      *    TRADE, TYPETEST, WEBMENTION, RING, STORY SUBMISSIONS,
      *    BOARD LOANS, ABUSE REPORTS, ERRATA REPORTS, REPRINT AND
      *    TRANSLATION PERMISSION REQUESTS, READERS' QUESTIONS, RING
      *    MEMBERS' URL CHANGES)
      *    AND, WHEN ANY ENTRY HAS WAITED LONGER THAN THE CONFIGURED
      *    NUMBER OF DAYS, MAILS A SUMMARY (COUNT AND AGE OF THE
      *    OLDEST ENTRY PER QUEUE) TO THE ADDRESS IN
      *    data/QUEUE-ALERT.DAT (FORMAT: DAYS|ADDRESS). LEGITIMATE
      *    COMMENTERS HAVE WAITED TWO WEEKS BECAUSE NOTHING SAID THE
      *    QUEUE WASN'T EMPTY; THIS IS THE SOMETHING.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE PENDING ENTRIES SEEN ACROSS EVERY
      *    QUEUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FD  PENDING-FILE.
       01  PENDING-FILE-LINE   PIC X(400).
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               05  PIC X(12)   VALUE 'webmention'.
               05  PIC X(12)   VALUE 'ring'.
               05  PIC X(12)   VALUE 'submission'.
               05  PIC X(12)   VALUE 'loan'.
               05  PIC X(12)   VALUE 'abuse'.
               05  PIC X(12)   VALUE 'errata'.
               05  PIC X(12)   VALUE 'rights'.
               05  PIC X(12)   VALUE 'questions'.
               05  PIC X(12)   VALUE 'ring-url'.
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-NAMES.
               05  WS-QUEUE-LABEL OCCURS 14 TIMES PIC X(12).
       01  WS-QUEUE-COUNT      PIC 9(4).
       01  WS-OLDEST-DATE      PIC X(8).
       01  WS-OLDEST-AGE       PIC 9(4).
       01  WS-QUEUE-SUMMARY    PIC X(80).
       01  WS-MAIL-COMMAND     PIC X(400).
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'QUEUEAGE' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))).
           PERFORM READ-ALERT-CONFIG.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > 14
               PERFORM CHECK-ONE-QUEUE
           END-PERFORM.
           IF ALERT-NEEDED
               DISPLAY 'queueage: nothing waiting longer than '
                   WS-ALERT-DAYS ' day(s)'
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       READ-ALERT-CONFIG.
               WHEN 8
                   MOVE 'data/SUBMISSIONS-PENDING.DAT'
                       TO WS-PENDING-NAME
               WHEN 9
                   MOVE 'data/LOAN-PENDING.DAT'
                       TO WS-PENDING-NAME
               WHEN 10
                   MOVE 'data/ABUSE-REPORTS.DAT'
                       TO WS-PENDING-NAME
               WHEN 11
                   MOVE 'data/ERRATA-REPORTS.DAT'
                       TO WS-PENDING-NAME
               WHEN 12
                   MOVE 'data/PERMISSION-REQUESTS.DAT'
                       TO WS-PENDING-NAME
               WHEN 13
                   MOVE 'data/QUESTIONS-PENDING.DAT'
                       TO WS-PENDING-NAME
               WHEN 14
                   MOVE 'data/RING-CHANGES.DAT'
                       TO WS-PENDING-NAME
           END-EVALUATE.
           MOVE 0 TO WS-QUEUE-COUNT WS-OLDEST-AGE.
           MOVE SPACES TO WS-OLDEST-DATE.
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           ADD WS-QUEUE-COUNT TO JOB-ROWS.
           DISPLAY FUNCTION TRIM(WS-QUEUE-LABEL(WS-QUEUE-IDX)) ': '
               WS-QUEUE-COUNT ' pending, oldest ' WS-OLDEST-AGE
               ' day(s)'.
      *    THE DATE SITS IN A DIFFERENT COLUMN PER QUEUE: FOURTH FOR
      *    COMMENTS, THIRD FOR THE GUESTBOOK, FIFTH FOR KEYBOARD
      *    REVIEWS, FOURTH FOR TRADE OFFERS, TYPING RUNS,
      *    WEBMENTIONS, RING APPLICATIONS AND BORROW REQUESTS, FIFTH
      *    FOR STORY SUBMISSIONS, FIRST FOR ABUSE AND ERRATA REPORTS,
      *    PERMISSION REQUESTS AND READERS' QUESTIONS, THIRD FOR RING
      *    URL CHANGES - SEE THE MATCHING RECORD COPYBOOKS.
       CHECK-ONE-ENTRY.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   MOVE WS-F4(1:8) TO WS-ENTRY-DATE
               WHEN 8
                   MOVE WS-F5(1:8) TO WS-ENTRY-DATE
               WHEN 9
                   MOVE WS-F4(1:8) TO WS-ENTRY-DATE
               WHEN 10
                   MOVE WS-F1(1:8) TO WS-ENTRY-DATE
               WHEN 11
                   MOVE WS-F1(1:8) TO WS-ENTRY-DATE
               WHEN 12
                   MOVE WS-F1(1:8) TO WS-ENTRY-DATE
               WHEN 13
                   MOVE WS-F1(1:8) TO WS-ENTRY-DATE
               WHEN 14
                   MOVE WS-F3(1:8) TO WS-ENTRY-DATE
           END-EVALUATE.
           IF WS-ENTRY-DATE(1:8) IS NUMERIC
               COMPUTE WS-ENTRY-AGE = WS-TODAY-INT -
               INTO WS-MAIL-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-MAIL-COMMAND.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM QUEUEAGE.
