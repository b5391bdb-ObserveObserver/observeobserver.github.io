       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTREMIND.
      *    NIGHTLY BATCH - EVENT REMINDERS. FINDS THE EVENTS IN
      *    data/EVENTS.DAT (SEE EVTREC.CPY) THAT FALL TOMORROW AND
      *    QUEUES A REMINDER IN data/MAILQ.DAT, FOR MAILSEND.COB TO
      *    DELIVER, TO EVERYONE WHO RSVPED TO ONE OF THEM ON
      *    EVENTS.COB. THE DAY EACH REMINDER WAS QUEUED IS STAMPED
      *    INTO THE RSVP ROW (RSV-REMINDED) SO A SECOND RUN THE SAME
      *    NIGHT SENDS NOTHING TWICE. AN ADDRESS ON THE SUPPRESSION
      *    LIST (SUPPCHK.CBL) IS LISTED ON THE CONSOLE INSTEAD. THE
      *    FILE IS REWRITTEN THROUGH data/RSVPS-KEEP.DAT UNDER THE
      *    FGUARD LOCK, SINCE THE RSVP FORM MAY BE APPENDING TO IT
      *    WHILE THIS RUNS. EACH RUN STARTS AND ENDS IN THE RUN
      *    LEDGER THROUGH JOBLOG.CBL, COUNTING THE RSVPS REMINDED OR
      *    SUPPRESSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "data/EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/RSVPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/RSVPS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EVTFD.CPY'.
           COPY 'RSVPFD.CPY'.
           COPY 'RSVPFD.CPY' REPLACING RSVP-FILE BY KEEP-FILE
               RSVP-FILE-LINE BY KEEP-FILE-LINE.
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'EVTREC.CPY'.
           COPY 'RSVPREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-RSVP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EVENT-EOF        PIC X       VALUE 'N'.
               88  EVENT-EOF                   VALUE 'Y'.
       01  WS-RSVP-EOF         PIC X       VALUE 'N'.
               88  RSVP-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-TOMORROW         PIC 9(8).
      *    TOMORROW'S EVENTS - ID AND TITLE.
       01  WS-DUE-COUNT        PIC 9(2)    VALUE 0.
       01  WS-DUE-IDX          PIC 9(2).
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY        OCCURS 50 TIMES.
               10  WS-DUE-ID           PIC X(8).
               10  WS-DUE-TITLE        PIC X(60).
       01  WS-DUE-HIT          PIC 9(2)    VALUE 0.
       01  WS-AT-COUNT         PIC 9(3)    VALUE 0.
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-QUEUED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'EVTREMIND' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 1).
           PERFORM LOAD-TOMORROWS-EVENTS.
           IF WS-DUE-COUNT = 0
               DISPLAY 'evtremind: no events tomorrow - nothing to send'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT RSVP-FILE.
           IF WS-RSVP-STATUS NOT = '00'
               DISPLAY 'evtremind: no data/RSVPS.DAT - nobody to remind'
           ELSE
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL RSVP-EOF
                   READ RSVP-FILE
                       AT END
                           SET RSVP-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-RSVP
                   END-READ
               END-PERFORM
               CLOSE RSVP-FILE
               CLOSE KEEP-FILE
               PERFORM REWRITE-RSVPS
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           DISPLAY 'evtremind: ' WS-DUE-COUNT ' event(s) tomorrow, '
               WS-QUEUED-COUNT ' reminder(s) queued, '
               WS-HELD-COUNT ' address(es) suppressed'.
           COMPUTE JOB-ROWS = WS-QUEUED-COUNT + WS-HELD-COUNT.
           PERFORM LOG-JOB-END.
       GOBACK.

       LOAD-TOMORROWS-EVENTS.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EVENT-EOF
                   READ EVENT-FILE
                       AT END
                           SET EVENT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO EVENT-RECORD
                           UNSTRING EVENT-FILE-LINE DELIMITED BY '|'
                               INTO EVT-ID EVT-DATE EVT-TIME
                                    EVT-MINUTES EVT-TITLE EVT-PLACE
                                    EVT-CAPACITY EVT-DESC
                           END-UNSTRING
                           IF EVT-DATE IS NUMERIC
                                   AND EVT-DATE = WS-TOMORROW
                                   AND EVT-ID NOT = SPACES
                                   AND WS-DUE-COUNT < 50
                               ADD 1 TO WS-DUE-COUNT
                               MOVE EVT-ID TO WS-DUE-ID(WS-DUE-COUNT)
                               MOVE EVT-TITLE
                                   TO WS-DUE-TITLE(WS-DUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       CHECK-ONE-RSVP.
           MOVE SPACES TO RSVP-RECORD.
           UNSTRING RSVP-FILE-LINE DELIMITED BY '|'
               INTO RSV-EVENT-ID RSV-FILED RSV-NAME RSV-EMAIL
                    RSV-REMINDED
           END-UNSTRING.
           MOVE RSVP-FILE-LINE TO KEEP-FILE-LINE.
           MOVE 0 TO WS-DUE-HIT.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-ID(WS-DUE-IDX) = RSV-EVENT-ID
                   MOVE WS-DUE-IDX TO WS-DUE-HIT
               END-IF
           END-PERFORM.
           IF WS-DUE-HIT > 0 AND RSV-REMINDED = SPACES
               PERFORM SEND-REMINDER
           END-IF.
           WRITE KEEP-FILE-LINE.

      *    THE FORM CHECKED THE ADDRESS ON THE WAY IN, BUT THE FILE IS
      *    ALSO EDITED BY HAND - A ROW WITHOUT A USABLE ADDRESS IS
      *    LEFT ALONE.
       SEND-REMINDER.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT RSV-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           IF WS-AT-COUNT = 1 AND RSV-EMAIL(1:1) NOT = '@'
               MOVE 'A' TO WS-SUPP-VERDICT
               CALL 'SUPPCHK' USING RSV-EMAIL WS-SUPP-VERDICT
                   ON EXCEPTION
                       MOVE 'A' TO WS-SUPP-VERDICT
               END-CALL
               IF WS-SUPP-VERDICT = 'S'
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY 'evtremind: ' FUNCTION TRIM(RSV-EVENT-ID)
                       ' - ' FUNCTION TRIM(RSV-NAME)
                       ' is on the suppression list, not reminded'
               ELSE
                   PERFORM QUEUE-REMINDER
                   MOVE WS-TODAY-STAMP(1:8) TO RSV-REMINDED
                   PERFORM BUILD-RSVP-LINE
               END-IF
           END-IF.

      *    THE SUBJECT GOES ONTO A SHELL COMMAND LINE IN MAILSEND.COB.
      *    NOTHING THE READER TYPED GOES INTO IT - ONLY THE EVENT'S
      *    OWN TITLE, CUT SHORT AND SCRUBBED, AND ITS LINK.
       QUEUE-REMINDER.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE RSV-EMAIL TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'tomorrow: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUE-TITLE(WS-DUE-HIT)(1:24))
                      DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'EVENTS.COB#' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-EVENT-ID) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           INSPECT MAILQ-SUBJECT REPLACING ALL '"' BY ' '
               ALL '`' BY ' ' ALL '$' BY ' ' ALL '\' BY ' '
               ALL ';' BY ' ' ALL '&' BY ' ' ALL '|' BY ' '.
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

       BUILD-RSVP-LINE.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(RSV-EVENT-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-FILED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RSV-REMINDED) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.

       REWRITE-RSVPS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT RSVP-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO RSVP-FILE-LINE
                       WRITE RSVP-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE RSVP-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM EVTREMIND.
