       IDENTIFICATION DIVISION.
       PROGRAM-ID. RINGSTMT.
      *    BATCH JOB FOR CRON - THE MONTHLY TRAFFIC STATEMENT FOR
      *    EVERY MEMBER OF THE RING THIS SITE HOSTS, SO A MEMBER CAN
      *    SEE WHETHER THE RING IS WORTH ITS SPACE ON THEIR PAGE. IT
      *    TALLIES data/RING-HOPS.DAT (EVERY REDIRECT RINGHOP.COB HAS
      *    ISSUED) FOR ONE CALENDAR MONTH: HOPS SENT FROM THE MEMBER'S
      *    PAGE, HOPS RECEIVED FROM THE RING, THE NET OF THE TWO AND
      *    WHERE THE MEMBER STANDS AMONG THE OTHERS BY HOPS RECEIVED.
      *    EACH STATEMENT IS WRITTEN TO ITS OWN BODY FILE AND QUEUED
      *    ON data/MAILQ.DAT TO THE MEMBER'S CONTACT ADDRESS (MEMBERS
      *    WITHOUT ONE, AND SUPPRESSED ADDRESSES, ARE LISTED ON THE
      *    CONSOLE INSTEAD) - RUN MAILSEND.COB AFTER IT. A MEMBER
      *    WHOSE PAGE HAS SENT NO HOPS IN THE LAST THREE MONTHS, AND
      *    WHICH HAS BEEN IN THE RING THAT LONG, IS FLAGGED - ITS HOP
      *    LINKS HAVE PROBABLY COME OFF ITS PAGE.
      *        RINGSTMT.COB            LAST MONTH, ONCE - THE MONTH
      *                                DONE IS KEPT IN
      *                                data/RING-STMT-LAST.DAT, SO
      *                                IT CAN BE CRON'D DAILY
      *        RINGSTMT.COB 202609     THAT MONTH, AGAIN IF NEED BE
      *    MEMBERS WHO HAVE LEFT (STATUS 'L') GET NO STATEMENT. EACH
      *    RUN STARTS AND ENDS IN THE RUN LEDGER THROUGH JOBLOG.CBL,
      *    COUNTING THE MEMBERS IT WORKED THROUGH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RING-MEMBER-FILE ASSIGN TO "data/RING-MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT RING-HOP-FILE ASSIGN TO "data/RING-HOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOP-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/RING-STMT-LAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'RINGMFD.CPY'.
           COPY 'RINGHFD.CPY'.
           COPY 'CKPTFD.CPY'.
           COPY 'MAILQFD.CPY'.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(200).
       WORKING-STORAGE SECTION.
           COPY 'RINGMREC.CPY'.
           COPY 'RINGHREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-HOP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-CHECK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-PATH        PIC X(60)   VALUE SPACES.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  MEMBER-EOF                  VALUE 'Y'.
       01  WS-HOP-EOF          PIC X       VALUE 'N'.
               88  HOP-EOF                     VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-CHECKPOINT       PIC X(8)    VALUE SPACES.
       01  WS-USE-CHECKPOINT   PIC X       VALUE 'Y'.
               88  USE-CHECKPOINT              VALUE 'Y'.
      *    THE STATEMENT MONTH AND THE FIRST MONTH OF THE THREE-MONTH
      *    WINDOW THE QUIET-LINKS FLAG LOOKS AT, BOTH YYYYMM.
       01  WS-STMT-MONTH       PIC X(6)    VALUE SPACES.
       01  WS-STMT-YM.
               05  WS-STMT-YEAR    PIC 9(4).
               05  WS-STMT-MON     PIC 9(2).
       01  WS-WINDOW-YM.
               05  WS-WINDOW-YEAR  PIC 9(4).
               05  WS-WINDOW-MON   PIC 9(2).
       01  WS-WINDOW-START     PIC X(6).
      *    ONE ENTRY PER MEMBER WITH ITS TALLIES.
       01  WS-MEMBER-TABLE.
               05  WS-MT-ENTRY OCCURS 200 TIMES.
                   10  WS-MT-ID        PIC X(8).
                   10  WS-MT-NAME      PIC X(40).
                   10  WS-MT-URL       PIC X(120).
                   10  WS-MT-JOINED    PIC X(8).
                   10  WS-MT-CONTACT   PIC X(60).
                   10  WS-MT-TOKEN     PIC X(12).
                   10  WS-MT-SENT      PIC 9(6).
                   10  WS-MT-RECEIVED  PIC 9(6).
                   10  WS-MT-SENT-3    PIC 9(6).
       01  WS-MT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-MT-IDX           PIC 9(4).
       01  WS-OTHER-IDX        PIC 9(4).
       01  WS-RING-TOTAL       PIC 9(6)    VALUE 0.
       01  WS-POSITION         PIC 9(4).
       01  WS-NET              PIC S9(6).
       01  WS-COUNT-ED         PIC Z(5)9.
       01  WS-NET-ED           PIC -(6)9.
       01  WS-POSITION-ED      PIC Z(3)9.
       01  WS-OF-ED            PIC Z(3)9.
       01  WS-AT-COUNT         PIC 9(2).
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-QUEUED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-UNSENT-COUNT     PIC 9(4)    VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-QUIET            PIC X       VALUE 'N'.
               88  LINKS-QUIET                 VALUE 'Y'.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'RINGSTMT' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-STATEMENT-MONTH.
           IF WS-STMT-MONTH = SPACES
               DISPLAY 'ringstmt: give the month as YYYYMM, or '
                   'nothing for last month'
               MOVE 'fail' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           IF USE-CHECKPOINT
               PERFORM READ-CHECKPOINT
               IF WS-CHECKPOINT(1:6) = WS-STMT-MONTH
                   DISPLAY 'ringstmt: statements for ' WS-STMT-MONTH
                       ' already done'
                   MOVE 'idle' TO JOB-OUTCOME
                   PERFORM LOG-JOB-END
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-MEMBERS.
           PERFORM TALLY-HOPS.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               PERFORM ISSUE-ONE-STATEMENT
           END-PERFORM.
           IF USE-CHECKPOINT
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE WS-RING-TOTAL TO WS-COUNT-ED.
           DISPLAY 'ringstmt: ' WS-STMT-MONTH ' - '
               FUNCTION TRIM(WS-COUNT-ED) ' hop(s), '
               WS-QUEUED-COUNT ' statement(s) queued, '
               WS-UNSENT-COUNT ' with no address to send to, '
               WS-FLAGGED-COUNT ' member(s) flagged quiet - run '
               'MAILSEND.COB to deliver'.
           MOVE WS-MT-COUNT TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

      *    NO ARGUMENT MEANS THE MONTH BEFORE THIS ONE. THE WINDOW
      *    START IS TWO MONTHS BEFORE THE STATEMENT MONTH, SO THE
      *    WINDOW IS THREE WHOLE MONTHS ENDING WITH IT.
       CHOOSE-STATEMENT-MONTH.
           MOVE SPACES TO WS-STMT-MONTH.
           IF WS-COMMAND-ARGS(1:6) IS NUMERIC
                   AND WS-COMMAND-ARGS(7:1) = SPACE
               MOVE WS-COMMAND-ARGS(1:6) TO WS-STMT-YM
               IF WS-STMT-MON >= 1 AND WS-STMT-MON <= 12
                   MOVE WS-COMMAND-ARGS(1:6) TO WS-STMT-MONTH
                   MOVE 'N' TO WS-USE-CHECKPOINT
               END-IF
           ELSE
               IF WS-COMMAND-ARGS = SPACES
                   MOVE WS-TODAY-STAMP(1:6) TO WS-STMT-YM
                   IF WS-STMT-MON = 1
                       MOVE 12 TO WS-STMT-MON
                       SUBTRACT 1 FROM WS-STMT-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-STMT-MON
                   END-IF
                   MOVE WS-STMT-YM TO WS-STMT-MONTH
               END-IF
           END-IF.
           MOVE WS-STMT-YM TO WS-WINDOW-YM.
           IF WS-WINDOW-MON > 2
               SUBTRACT 2 FROM WS-WINDOW-MON
           ELSE
               ADD 10 TO WS-WINDOW-MON
               SUBTRACT 1 FROM WS-WINDOW-YEAR
           END-IF.
           MOVE WS-WINDOW-YM TO WS-WINDOW-START.

       READ-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECK-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE SPACES TO WS-CHECKPOINT
                   NOT AT END
                       MOVE CHECKPOINT-FILE-LINE TO WS-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-STMT-MONTH TO CHECKPOINT-FILE-LINE.
           WRITE CHECKPOINT-FILE-LINE.
           CLOSE CHECKPOINT-FILE.

       LOAD-MEMBERS.
           OPEN INPUT RING-MEMBER-FILE.
           IF WS-MEMBER-STATUS = '00'
               PERFORM UNTIL MEMBER-EOF
                   READ RING-MEMBER-FILE
                       AT END
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO RM-CONTACT RM-TOKEN
                           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
                               INTO RM-ID RM-NAME RM-URL RM-JOINED
                                    RM-VERIFIED RM-STATUS RM-CONTACT
                                    RM-TOKEN
                           END-UNSTRING
                           IF RM-STATUS NOT = 'L'
                                   AND RM-ID NOT = SPACES
                                   AND WS-MT-COUNT < 200
                               ADD 1 TO WS-MT-COUNT
                               MOVE RM-ID TO WS-MT-ID(WS-MT-COUNT)
                               MOVE RM-NAME TO WS-MT-NAME(WS-MT-COUNT)
                               MOVE RM-URL TO WS-MT-URL(WS-MT-COUNT)
                               MOVE RM-JOINED
                                   TO WS-MT-JOINED(WS-MT-COUNT)
                               MOVE RM-CONTACT
                                   TO WS-MT-CONTACT(WS-MT-COUNT)
                               MOVE RM-TOKEN
                                   TO WS-MT-TOKEN(WS-MT-COUNT)
                               MOVE 0 TO WS-MT-SENT(WS-MT-COUNT)
                                   WS-MT-RECEIVED(WS-MT-COUNT)
                                   WS-MT-SENT-3(WS-MT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RING-MEMBER-FILE
           END-IF.

       TALLY-HOPS.
           OPEN INPUT RING-HOP-FILE.
           IF WS-HOP-STATUS = '00'
               PERFORM UNTIL HOP-EOF
                   READ RING-HOP-FILE
                       AT END
                           SET HOP-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-HOP
                   END-READ
               END-PERFORM
               CLOSE RING-HOP-FILE
           END-IF.

       TALLY-ONE-HOP.
           MOVE SPACES TO RING-HOP-RECORD.
           UNSTRING RING-HOP-LINE DELIMITED BY '|'
               INTO RH-DATE RH-FROM RH-GO RH-TO
           END-UNSTRING.
           IF RH-DATE(1:6) = WS-STMT-MONTH
               ADD 1 TO WS-RING-TOTAL
           END-IF.
           IF RH-DATE(1:6) >= WS-WINDOW-START
                   AND RH-DATE(1:6) <= WS-STMT-MONTH
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                       UNTIL WS-OTHER-IDX > WS-MT-COUNT
                   IF WS-MT-ID(WS-OTHER-IDX) = RH-FROM
                       ADD 1 TO WS-MT-SENT-3(WS-OTHER-IDX)
                       IF RH-DATE(1:6) = WS-STMT-MONTH
                           ADD 1 TO WS-MT-SENT(WS-OTHER-IDX)
                       END-IF
                   END-IF
                   IF WS-MT-ID(WS-OTHER-IDX) = RH-TO
                           AND RH-DATE(1:6) = WS-STMT-MONTH
                       ADD 1 TO WS-MT-RECEIVED(WS-OTHER-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    POSITION IS 1 PLUS THE NUMBER OF MEMBERS THAT RECEIVED
      *    MORE HOPS, SO MEMBERS WITH EQUAL TRAFFIC SHARE A PLACE.
       ISSUE-ONE-STATEMENT.
           MOVE 1 TO WS-POSITION.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > WS-MT-COUNT
               IF WS-MT-RECEIVED(WS-OTHER-IDX) >
                       WS-MT-RECEIVED(WS-MT-IDX)
                   ADD 1 TO WS-POSITION
               END-IF
           END-PERFORM.
           COMPUTE WS-NET = WS-MT-RECEIVED(WS-MT-IDX)
               - WS-MT-SENT(WS-MT-IDX).
           MOVE 'N' TO WS-QUIET.
           IF WS-MT-SENT-3(WS-MT-IDX) = 0
                   AND WS-MT-JOINED(WS-MT-IDX)(1:6) < WS-WINDOW-START
               SET LINKS-QUIET TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY 'ringstmt: ' FUNCTION TRIM(WS-MT-ID(WS-MT-IDX))
                   ' (' FUNCTION TRIM(WS-MT-NAME(WS-MT-IDX)) ') has '
                   'sent no hops since ' WS-WINDOW-START
                   ' - hop links probably gone from its page'
           END-IF.
           PERFORM WRITE-STATEMENT-BODY.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-MT-CONTACT(WS-MT-IDX)
               TALLYING WS-AT-COUNT FOR ALL '@'.
           MOVE 'A' TO WS-SUPP-VERDICT.
           IF WS-AT-COUNT = 1
               CALL 'SUPPCHK' USING WS-MT-CONTACT(WS-MT-IDX)
                   WS-SUPP-VERDICT
                   ON EXCEPTION
                       MOVE 'A' TO WS-SUPP-VERDICT
               END-CALL
           END-IF.
           IF WS-AT-COUNT = 1 AND WS-SUPP-VERDICT NOT = 'S'
               PERFORM QUEUE-STATEMENT-MAIL
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               ADD 1 TO WS-UNSENT-COUNT
               DISPLAY 'ringstmt: no address for '
                   FUNCTION TRIM(WS-MT-ID(WS-MT-IDX))
                   ' - statement left in ' FUNCTION TRIM(WS-BODY-PATH)
           END-IF.

       WRITE-STATEMENT-BODY.
           MOVE SPACES TO WS-BODY-PATH.
           STRING 'data/RING-STMT-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MT-ID(WS-MT-IDX)) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STMT-MONTH DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-PATH
           END-STRING.
           OPEN OUTPUT BODY-FILE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'ring traffic for ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MT-NAME(WS-MT-IDX))
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MT-ID(WS-MT-IDX)) DELIMITED BY SIZE
                  '), ' DELIMITED BY SIZE
                  WS-STMT-MONTH(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STMT-MONTH(5:2) DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE WS-MT-SENT(WS-MT-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'hops sent from your page:     ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE WS-MT-RECEIVED(WS-MT-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'hops received from the ring:  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE WS-NET TO WS-NET-ED.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'net (received less sent):    ' DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE WS-POSITION TO WS-POSITION-ED.
           MOVE WS-MT-COUNT TO WS-OF-ED.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'position by hops received:    ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POSITION-ED) DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OF-ED) DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE WS-RING-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'hops across the whole ring:   ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           IF LINKS-QUIET
               MOVE SPACES TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'no hops have come from your page since '
                          DELIMITED BY SIZE
                      WS-WINDOW-START(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-WINDOW-START(5:2) DELIMITED BY SIZE
                      ' - are the ring links still on it?'
                          DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'they should point at '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'RINGHOP.COB?from=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MT-ID(WS-MT-IDX))
                          DELIMITED BY SIZE
                      '&go=next (or prev, or random)'
                          DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
           END-IF.
           IF WS-MT-TOKEN(WS-MT-IDX) NOT = SPACES
               MOVE SPACES TO BODY-FILE-LINE
               WRITE BODY-FILE-LINE
               MOVE SPACES TO BODY-FILE-LINE
               STRING 'your membership page: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'RINGJOIN.COB?m=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MT-TOKEN(WS-MT-IDX))
                          DELIMITED BY SIZE
                   INTO BODY-FILE-LINE
               END-STRING
               WRITE BODY-FILE-LINE
           END-IF.
           CLOSE BODY-FILE.

       QUEUE-STATEMENT-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE FUNCTION TRIM(WS-MT-CONTACT(WS-MT-IDX)) TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'ring traffic statement, ' DELIMITED BY SIZE
                  WS-STMT-MONTH(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STMT-MONTH(5:2) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE WS-BODY-PATH TO MAILQ-BODY.
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
                  FUNCTION TRIM(MAILQ-BODY) DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM RINGSTMT.
