       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLTR.
      *    CONSOLE JOB - THE HAND-WRITTEN NEWSLETTER. NOTIFY.COB AND
      *    DIGEST.COB ONLY EVER ANNOUNCE STORIES; AN ISSUE IS A
      *    LETTER THE OWNER WRITES, KEPT IN data/ISSUES.DAT (NUMBER,
      *    SUBJECT, BODY FILE, STATUS, SENT DATE - SEE ISSUEREC.CPY)
      *    WITH ITS TEXT IN THE BODY FILE, ONE PARAGRAPH PER LINE.
      *    LISTS THE ISSUES, THEN TAKES AN ISSUE NUMBER (OR N TO
      *    NUMBER A NEW DRAFT) AND ONE OF:
      *        T test    S send to the list    Q leave it
      *    TEST QUEUES ONE COPY TO THE OWNER - THE ADDRESS IN
      *    data/QUEUE-ALERT.DAT UNLESS ANOTHER IS TYPED - AND MOVES
      *    A DRAFT TO 'test-sent'. SEND IS REFUSED UNTIL A TEST HAS
      *    GONE OUT AND REFUSED AGAIN ONCE THE ISSUE IS 'sent'; IT
      *    QUEUES ONE ROW PER CONFIRMED SUBSCRIBER THROUGH
      *    data/MAILQ.DAT, WEEKLY OR NOT, SKIPPING 'P' ROWS AND ANY
      *    ADDRESS SUPPCHK.CBL SAYS IS SUPPRESSED, AND STAMPS THE
      *    ISSUE 'sent' WITH TODAY'S DATE SO ISSUES.COB SHOWS IT.
      *    BOTH WRITE THE MAIL BODY TO data/ISSUE-BODY-<NNNN>.DAT -
      *    THE TEXT AND A ?via=letter PERMALINK - AND MAILSEND.COB
      *    ADDS EACH SUBSCRIBER'S UNSUB.COB LINK BELOW IT, WHICH
      *    NAMES THE ISSUE SO SUBGROW.COB CAN COUNT WHO IT LOST.
      *    THE BODY IS REBUILT AT SEND TIME, SO A TYPO CAUGHT IN THE
      *    TEST CAN BE FIXED IN THE TEXT FILE BEFORE THE LIST GETS IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-FILE ASSIGN TO "data/ISSUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT TEXT-FILE ASSIGN TO DYNAMIC WS-TEXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXT-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ISSUEFD.CPY'.
           COPY 'SUBFD.CPY'.
           COPY 'MAILQFD.CPY'.
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
       FD  TEXT-FILE.
       01  TEXT-FILE-LINE      PIC X(1000).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(1000).
       WORKING-STORAGE SECTION.
           COPY 'ISSUEREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-ISSUE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ISSUE-EOF        PIC X       VALUE 'N'.
               88  ISSUE-EOF                   VALUE 'Y'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-TEXT-STATUS      PIC X(2)    VALUE '00'.
       01  WS-TEXT-EOF         PIC X       VALUE 'N'.
               88  TEXT-EOF                    VALUE 'Y'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-TEXT-PATH        PIC X(60)   VALUE SPACES.
       01  WS-BODY-PATH        PIC X(60)   VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-OWNER-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-TEST-ADDR        PIC X(60)   VALUE SPACES.
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-GUARD-ACTION     PIC X.
      *    THE WHOLE ISSUE FILE IS HELD HERE WHILE THE DESK IS OPEN
      *    AND WRITTEN BACK THE MOMENT ANY ROW CHANGES - A DESK THAT
      *    DIES AFTER QUEUEING THE LIST MUST NOT LEAVE THE ISSUE
      *    LOOKING UNSENT, OR THE NEXT SESSION WOULD MAIL IT TWICE.
       01  WS-IS-COUNT         PIC 9(3)    VALUE 0.
       01  WS-ISSUE-TABLE.
           05  WS-IS-ENTRY         OCCURS 200 TIMES.
               10  WS-IS-NUMBER        PIC 9(4).
               10  WS-IS-SUBJECT       PIC X(80).
               10  WS-IS-BODY          PIC X(60).
               10  WS-IS-STATUS        PIC X(10).
               10  WS-IS-SENT          PIC X(8).
       01  WS-IS-IDX           PIC 9(3).
       01  WS-FOUND-IDX        PIC 9(3)    VALUE 0.
       01  WS-HIGH-NUMBER      PIC 9(4)    VALUE 0.
       01  WS-DESK-DONE        PIC X       VALUE 'N'.
               88  DESK-DONE                   VALUE 'Y'.
       01  WS-IN-CHOICE        PIC X(6)    VALUE SPACES.
       01  WS-IN-ACTION        PIC X       VALUE SPACES.
       01  WS-IN-CONFIRM       PIC X       VALUE SPACES.
       01  WS-IN-SUBJECT       PIC X(80)   VALUE SPACES.
       01  WS-WANTED-NUMBER    PIC 9(4)    VALUE 0.
       01  WS-NUMBER-ED        PIC Z(3)9.
       01  WS-PARA-COUNT       PIC 9(4)    VALUE 0.
       01  WS-QUEUE-SUBJECT    PIC X(80)   VALUE SPACES.
       01  WS-QUEUED-COUNT     PIC 9(5)    VALUE 0.
       01  WS-TEST-COUNT       PIC 9(3)    VALUE 0.
       01  WS-SENT-ISSUES      PIC 9(3)    VALUE 0.
       01  WS-LIST-TOTAL       PIC 9(5)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           PERFORM READ-OWNER-ADDRESS.
           PERFORM LOAD-ISSUE-TABLE.
           PERFORM UNTIL DESK-DONE
               PERFORM LIST-ISSUES
               DISPLAY 'issue number (N for a new draft, blank to '
                   'finish)? '
               MOVE SPACES TO WS-IN-CHOICE
               ACCEPT WS-IN-CHOICE
               EVALUATE TRUE
                   WHEN WS-IN-CHOICE = SPACES
                       SET DESK-DONE TO TRUE
                   WHEN FUNCTION UPPER-CASE(WS-IN-CHOICE) = 'N'
                       PERFORM ADD-NEW-DRAFT
                   WHEN FUNCTION TEST-NUMVAL(WS-IN-CHOICE) = 0
                       MOVE FUNCTION NUMVAL(WS-IN-CHOICE)
                           TO WS-WANTED-NUMBER
                       PERFORM FIND-WANTED-ISSUE
                       IF WS-FOUND-IDX = 0
                           DISPLAY 'no issue ' WS-WANTED-NUMBER
                       ELSE
                           PERFORM WORK-ONE-ISSUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'a number, N, or blank please'
               END-EVALUATE
           END-PERFORM.
           DISPLAY 'newsltr: ' WS-TEST-COUNT ' test cop(y/ies), '
               WS-SENT-ISSUES ' issue(s) sent, ' WS-LIST-TOTAL
               ' subscriber mail(s) queued - run MAILSEND.COB to '
               'deliver'.
       GOBACK.

      *    THE OWNER'S ADDRESS IS THE ONE THE QUEUE ALERTS ALREADY
      *    GO TO (ERRWATCH.COB, QUEUEAGE.COB) - ONE PLACE TO CHANGE.
       READ-OWNER-ADDRESS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = '00'
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CONFIG-FILE-LINE DELIMITED BY '|'
                           INTO WS-ALERT-DAYS WS-OWNER-ADDR
                       END-UNSTRING
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       LOAD-ISSUE-TABLE.
           MOVE 0 TO WS-IS-COUNT WS-HIGH-NUMBER.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS = '00'
               PERFORM UNTIL ISSUE-EOF
                   READ ISSUE-FILE
                       AT END
                           SET ISSUE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

       LOAD-ONE-ISSUE.
           MOVE SPACES TO ISSUE-SUBJECT ISSUE-BODY ISSUE-STATUS
               ISSUE-SENT-DATE.
           MOVE 0 TO ISSUE-NUMBER.
           UNSTRING ISSUE-FILE-LINE DELIMITED BY '|'
               INTO ISSUE-NUMBER ISSUE-SUBJECT ISSUE-BODY
                    ISSUE-STATUS ISSUE-SENT-DATE
           END-UNSTRING.
           IF ISSUE-NUMBER > 0 AND WS-IS-COUNT < 200
               ADD 1 TO WS-IS-COUNT
               MOVE ISSUE-NUMBER TO WS-IS-NUMBER(WS-IS-COUNT)
               MOVE ISSUE-SUBJECT TO WS-IS-SUBJECT(WS-IS-COUNT)
               MOVE ISSUE-BODY TO WS-IS-BODY(WS-IS-COUNT)
               MOVE FUNCTION LOWER-CASE(ISSUE-STATUS)
                   TO WS-IS-STATUS(WS-IS-COUNT)
               MOVE ISSUE-SENT-DATE TO WS-IS-SENT(WS-IS-COUNT)
               IF ISSUE-NUMBER > WS-HIGH-NUMBER
                   MOVE ISSUE-NUMBER TO WS-HIGH-NUMBER
               END-IF
           END-IF.

       LIST-ISSUES.
           DISPLAY ' '.
           IF WS-IS-COUNT = 0
               DISPLAY 'no issues in data/ISSUES.DAT yet.'
           END-IF.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                   UNTIL WS-IS-IDX > WS-IS-COUNT
               MOVE WS-IS-NUMBER(WS-IS-IDX) TO WS-NUMBER-ED
               DISPLAY WS-NUMBER-ED '  ' WS-IS-STATUS(WS-IS-IDX)
                   ' ' WS-IS-SENT(WS-IS-IDX) '  '
                   FUNCTION TRIM(WS-IS-SUBJECT(WS-IS-IDX))
           END-PERFORM.

       FIND-WANTED-ISSUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                   UNTIL WS-IS-IDX > WS-IS-COUNT
               IF WS-IS-NUMBER(WS-IS-IDX) = WS-WANTED-NUMBER
                   MOVE WS-IS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    A NEW DRAFT TAKES THE NEXT NUMBER AND A BODY FILE NAMED
      *    FOR IT UNDER data/ISSUES/ - THE TEXT IS WRITTEN THERE BY
      *    HAND, LIKE A BLOG NOTE, BEFORE THE TEST GOES OUT.
       ADD-NEW-DRAFT.
           IF WS-IS-COUNT >= 200
               DISPLAY 'the issue file is full'
           ELSE
               DISPLAY 'subject? '
               MOVE SPACES TO WS-IN-SUBJECT
               ACCEPT WS-IN-SUBJECT
               INSPECT WS-IN-SUBJECT REPLACING ALL '|' BY ' '
               IF WS-IN-SUBJECT = SPACES
                   DISPLAY 'no subject, no draft'
               ELSE
                   ADD 1 TO WS-IS-COUNT
                   ADD 1 TO WS-HIGH-NUMBER
                   MOVE WS-HIGH-NUMBER TO WS-IS-NUMBER(WS-IS-COUNT)
                   MOVE WS-IN-SUBJECT TO WS-IS-SUBJECT(WS-IS-COUNT)
                   MOVE SPACES TO WS-IS-BODY(WS-IS-COUNT)
                   STRING 'data/ISSUES/' DELIMITED BY SIZE
                          WS-HIGH-NUMBER DELIMITED BY SIZE
                          '.TXT' DELIMITED BY SIZE
                       INTO WS-IS-BODY(WS-IS-COUNT)
                   END-STRING
                   MOVE 'draft' TO WS-IS-STATUS(WS-IS-COUNT)
                   MOVE SPACES TO WS-IS-SENT(WS-IS-COUNT)
                   PERFORM REWRITE-ISSUE-FILE
                   DISPLAY 'issue ' WS-HIGH-NUMBER ' drafted - write '
                       'its text in '
                       FUNCTION TRIM(WS-IS-BODY(WS-IS-COUNT))
               END-IF
           END-IF.

       WORK-ONE-ISSUE.
           MOVE WS-IS-NUMBER(WS-FOUND-IDX) TO ISSUE-NUMBER.
           MOVE WS-IS-SUBJECT(WS-FOUND-IDX) TO ISSUE-SUBJECT.
           MOVE WS-IS-BODY(WS-FOUND-IDX) TO ISSUE-BODY.
           MOVE WS-IS-STATUS(WS-FOUND-IDX) TO ISSUE-STATUS.
           MOVE WS-IS-SENT(WS-FOUND-IDX) TO ISSUE-SENT-DATE.
           DISPLAY 'issue ' ISSUE-NUMBER ': '
               FUNCTION TRIM(ISSUE-SUBJECT).
           DISPLAY '  text in ' FUNCTION TRIM(ISSUE-BODY) ', '
               FUNCTION TRIM(ISSUE-STATUS).
           DISPLAY 'T test / S send to the list / Q leave it? '.
           MOVE SPACES TO WS-IN-ACTION.
           ACCEPT WS-IN-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-IN-ACTION)
               WHEN 'T'
                   PERFORM SEND-TEST-COPY
               WHEN 'S'
                   PERFORM SEND-TO-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SEND-TEST-COPY.
           DISPLAY 'test address (blank for '
               FUNCTION TRIM(WS-OWNER-ADDR) ')? '.
           MOVE SPACES TO WS-TEST-ADDR.
           ACCEPT WS-TEST-ADDR.
           IF WS-TEST-ADDR = SPACES
               MOVE WS-OWNER-ADDR TO WS-TEST-ADDR
           END-IF.
           IF WS-TEST-ADDR = SPACES
               DISPLAY 'no test address - data/QUEUE-ALERT.DAT '
                   'names none either'
           ELSE
               PERFORM BUILD-ISSUE-BODY
               IF WS-PARA-COUNT = 0
                   DISPLAY 'no text in ' FUNCTION TRIM(ISSUE-BODY)
                       ' - write it first'
               ELSE
                   MOVE SPACES TO WS-QUEUE-SUBJECT
                   STRING '[test] ' DELIMITED BY SIZE
                          FUNCTION TRIM(ISSUE-SUBJECT)
                              DELIMITED BY SIZE
                       INTO WS-QUEUE-SUBJECT
                   END-STRING
                   MOVE WS-TEST-ADDR TO MAILQ-EMAIL
                   PERFORM QUEUE-ONE-MAIL
                   ADD 1 TO WS-TEST-COUNT
                   IF ISSUE-DRAFT
                       MOVE 'test-sent' TO WS-IS-STATUS(WS-FOUND-IDX)
                       PERFORM REWRITE-ISSUE-FILE
                   END-IF
                   DISPLAY 'test copy queued to '
                       FUNCTION TRIM(WS-TEST-ADDR)
               END-IF
           END-IF.

       SEND-TO-LIST.
           EVALUATE TRUE
               WHEN ISSUE-SENT
                   DISPLAY 'issue ' ISSUE-NUMBER ' already went out '
                       'on ' ISSUE-SENT-DATE
               WHEN NOT ISSUE-TEST-SENT
                   DISPLAY 'send yourself a test of issue '
                       ISSUE-NUMBER ' first'
               WHEN OTHER
                   DISPLAY 'queue issue ' ISSUE-NUMBER ' to the whole '
                       'list? (Y/N) '
                   MOVE SPACES TO WS-IN-CONFIRM
                   ACCEPT WS-IN-CONFIRM
                   IF FUNCTION UPPER-CASE(WS-IN-CONFIRM) = 'Y'
                       PERFORM QUEUE-ISSUE-TO-LIST
                   END-IF
           END-EVALUATE.

       QUEUE-ISSUE-TO-LIST.
           PERFORM BUILD-ISSUE-BODY.
           IF WS-PARA-COUNT = 0
               DISPLAY 'no text in ' FUNCTION TRIM(ISSUE-BODY)
                   ' - nothing queued'
           ELSE
               MOVE ISSUE-SUBJECT TO WS-QUEUE-SUBJECT
               MOVE 0 TO WS-QUEUED-COUNT
               PERFORM MAIL-ACTIVE-SUBSCRIBERS
               MOVE 'sent' TO WS-IS-STATUS(WS-FOUND-IDX)
               MOVE WS-TODAY-STAMP(1:8) TO WS-IS-SENT(WS-FOUND-IDX)
               PERFORM REWRITE-ISSUE-FILE
               ADD 1 TO WS-SENT-ISSUES
               ADD WS-QUEUED-COUNT TO WS-LIST-TOTAL
               DISPLAY 'issue ' ISSUE-NUMBER ' queued to '
                   WS-QUEUED-COUNT ' subscriber(s)'
           END-IF.

      *    EVERY CONFIRMED READER GETS THE LETTER, WHICHEVER STORY
      *    MAIL THEY CHOSE; A 'P' ROW HASN'T CONFIRMED AND A
      *    SUPPRESSED ADDRESS IS NEVER QUEUED AT ALL.
       MAIL-ACTIVE-SUBSCRIBERS.
           MOVE 'N' TO WS-SUB-EOF.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF
                   READ SUBSCRIBER-FILE
                       AT END
                           SET SUB-EOF TO TRUE
                       NOT AT END
                           PERFORM CONSIDER-ONE-SUBSCRIBER
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       CONSIDER-ONE-SUBSCRIBER.
           MOVE SPACES TO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
               SUBSCRIBER-FREQ SUBSCRIBER-STATE SUBSCRIBER-TOKEN.
           UNSTRING SUBSCRIBER-FILE-LINE DELIMITED BY '|'
               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
                    SUBSCRIBER-FREQ SUBSCRIBER-STATE
                    SUBSCRIBER-TOKEN
           END-UNSTRING.
           IF SUBSCRIBER-STATE NOT = 'P'
                   AND SUBSCRIBER-EMAIL NOT = SPACES
               MOVE 'A' TO WS-SUPP-VERDICT
               CALL 'SUPPCHK' USING SUBSCRIBER-EMAIL WS-SUPP-VERDICT
                   ON EXCEPTION
                       MOVE 'A' TO WS-SUPP-VERDICT
               END-CALL
               IF WS-SUPP-VERDICT NOT = 'S'
                   MOVE SUBSCRIBER-EMAIL TO MAILQ-EMAIL
                   PERFORM QUEUE-ONE-MAIL
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
           END-IF.

      *    ONE BODY PER ISSUE, NAMED FOR IT, SO AN UNSENT QUEUE ROW
      *    STILL POINTS AT THE RIGHT TEXT AND MAILSEND.COB'S UNSUB
      *    LINK CARRIES ISSUE-BODY-<NNNN> AS THE MAILING.
       BUILD-ISSUE-BODY.
           MOVE 0 TO WS-PARA-COUNT.
           MOVE ISSUE-BODY TO WS-TEXT-PATH.
           MOVE 'N' TO WS-TEXT-EOF.
           OPEN INPUT TEXT-FILE.
           IF WS-TEXT-STATUS = '00'
               MOVE SPACES TO WS-BODY-PATH
               STRING 'data/ISSUE-BODY-' DELIMITED BY SIZE
                      ISSUE-NUMBER DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-BODY-PATH
               END-STRING
               OPEN OUTPUT BODY-FILE
               MOVE ISSUE-SUBJECT TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               PERFORM UNTIL TEXT-EOF
                   READ TEXT-FILE
                       AT END
                           SET TEXT-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-ONE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               MOVE ISSUE-NUMBER TO WS-NUMBER-ED
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'this issue on the site: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'issues?n=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUMBER-ED) DELIMITED BY SIZE
                      '&via=letter' DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               CLOSE BODY-FILE
           END-IF.

       COPY-ONE-PARAGRAPH.
           IF TEXT-FILE-LINE NOT = SPACES
               ADD 1 TO WS-PARA-COUNT
               MOVE TEXT-FILE-LINE TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
           END-IF.

       QUEUE-ONE-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE WS-QUEUE-SUBJECT TO MAILQ-SUBJECT.
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
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BODY-PATH) DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.

       REWRITE-ISSUE-FILE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT ISSUE-FILE.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                   UNTIL WS-IS-IDX > WS-IS-COUNT
               MOVE SPACES TO ISSUE-FILE-LINE
               STRING WS-IS-NUMBER(WS-IS-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IS-SUBJECT(WS-IS-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IS-BODY(WS-IS-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IS-STATUS(WS-IS-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-IS-SENT(WS-IS-IDX) DELIMITED BY SIZE
                   INTO ISSUE-FILE-LINE
               END-STRING
               WRITE ISSUE-FILE-LINE
           END-PERFORM.
           CLOSE ISSUE-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM NEWSLTR.
