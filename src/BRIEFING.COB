       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRIEFING.
      *    SCHEDULED JOB - THE OWNER'S MORNING BRIEFING. THE ALARMS
      *    (QUEUEAGE.COB, ERRWATCH.COB, PROBE.COB, PUBRUN.COB) ONLY
      *    SPEAK WHEN SOMETHING CROSSES A LINE, SO THE QUIET FACTS -
      *    TWO NEW WEBMENTIONS, A TRADE OFFER WAITING, YESTERDAY'S
      *    MOST-READ STORY, A BOUNCED SUBSCRIBER - NEVER ARRIVED AT
      *    ALL. ONCE A DAY THIS GATHERS THEM INTO ONE MAIL THROUGH
      *    data/MAILQ.DAT TO THE data/QUEUE-ALERT.DAT ADDRESS, BODY
      *    IN data/BRIEFING-BODY.TXT. THE SECTIONS, EACH SWITCHED ON
      *    OR OFF IN data/BRIEFING.DAT (SECTION|on OR off|NUMBER, A
      *    SECTION WITHOUT A ROW IS ON):
      *      queues    - EVERY MODERATION QUEUE QUEUEAGE.COB WATCHES
      *                  THAT HAS ANYTHING IN IT, WITH ITS COUNT AND
      *                  THE AGE OF ITS OLDEST ENTRY
      *      traffic   - YESTERDAY'S PAGE VIEWS (data/HITS.DAT), THE
      *                  MOST-READ PAGES AND THE TOP OUTSIDE REFERRING
      *                  SITES (data/REFERRERS.DAT, FOLDED TO THE HOST
      *                  THE WAY REFRPT.COB DOES); NUMBER IS HOW MANY
      *                  OF EACH TO LIST (DEFAULT 5)
      *      errors    - YESTERDAY'S data/ERRORS.DAT ROWS BY PROGRAM
      *                  AND OPERATION, AND THE ROWS QUARANTINED
      *                  YESTERDAY (data/QUARANTINE.DAT) WITH THE
      *                  NUMBER STILL WAITING THERE
      *      mail      - WHAT BECAME OF THE MAIL QUEUED YESTERDAY
      *                  (SENT, FAILED, STILL QUEUED), THE ROWS STUCK
      *                  WITH THEIR TRIES USED UP, AND YESTERDAY'S
      *                  BOUNCES (data/BOUNCES.DAT AND THE FOLDED
      *                  HISTORY BOUNCE.COB KEEPS)
      *      ring      - RING APPLICATIONS MADE YESTERDAY THROUGH
      *                  RINGJOIN.COB
      *      publishes - LIVE STORIES DATED AFTER TODAY, SO GOING OUT
      *                  BY THEMSELVES; NUMBER IS HOW MANY DAYS AHEAD
      *                  TO LOOK (DEFAULT 14)
      *      drafts    - DRAFTS NOBODY HAS WRITTEN IN FOR A WHILE: THE
      *                  LAST REAL CHANGE TO EACH DRAFT IN
      *                  data/WRITING-LOG.DAT, AS WRITERPT.COB TAKES
      *                  IT, OLDER THAN NUMBER DAYS (DEFAULT 30),
      *                  LONGEST UNTOUCHED FIRST; A DRAFT WITH NO
      *                  WRITING LOGGED AT ALL LEADS THE LIST
      *    "YESTERDAY" IS THE CALENDAR DAY BEFORE THE RUN. ONE MAIL
      *    A DAY - data/BRIEFING-STATE.DAT HOLDS THE DAY LAST MAILED,
      *    SO A RERUN QUEUES NOTHING. EACH RUN IS ENTERED IN
      *    data/RUN-LEDGER.DAT THROUGH JOBLOG.CBL, COUNTING THE LINES
      *    OF THE BRIEFING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-FILE ASSIGN TO "data/BRIEFING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWITCH-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/BRIEFING-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/QUEUE-ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT BODY-FILE ASSIGN TO "data/BRIEFING-BODY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-FILE.
       01  SWITCH-FILE-LINE    PIC X(80).
       FD  STATE-FILE.
       01  STATE-FILE-LINE     PIC X(80).
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
       FD  SCAN-FILE.
       01  SCAN-FILE-LINE      PIC X(1200).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(160).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-SWITCH-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STATE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-SCAN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-SCAN-EOF         PIC X       VALUE 'N'.
               88  SCAN-EOF                    VALUE 'Y'.
       01  WS-SCAN-NAME        PIC X(40)   VALUE SPACES.
      *    WHICH PARAGRAPH TAKES EACH ROW OF THE FILE BEING SCANNED -
      *    SEE TAKE-SCANNED-ROW.
       01  WS-SCAN-KIND        PIC X       VALUE SPACE.
       01  WS-SCAN-FOUND       PIC X       VALUE 'N'.
               88  SCAN-FOUND                  VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-INT        PIC 9(8).
       01  WS-DAY-NUM          PIC 9(8).
       01  WS-YESTERDAY        PIC X(8).
       01  WS-HORIZON          PIC X(8).
      *    A DRAFT LAST CHANGED BEFORE THIS DAY IS REPORTED STALE.
       01  WS-STALE-BEFORE     PIC X(8).
       01  WS-DAY-IN           PIC X(8).
       01  WS-DAY-TEXT         PIC X(10).
      *    HELD UNTIL THE LEDGER CALL IS DONE - THE CALL RESETS
      *    RETURN-CODE.
       01  WS-EXIT-CODE        PIC 9       VALUE 0.
      *    THE SECTION SWITCHES FROM data/BRIEFING.DAT.
       01  WS-DO-QUEUES        PIC X       VALUE 'Y'.
               88  DO-QUEUES                   VALUE 'Y'.
       01  WS-DO-TRAFFIC       PIC X       VALUE 'Y'.
               88  DO-TRAFFIC                  VALUE 'Y'.
       01  WS-DO-ERRORS        PIC X       VALUE 'Y'.
               88  DO-ERRORS                   VALUE 'Y'.
       01  WS-DO-MAIL          PIC X       VALUE 'Y'.
               88  DO-MAIL                     VALUE 'Y'.
       01  WS-DO-RING          PIC X       VALUE 'Y'.
               88  DO-RING                     VALUE 'Y'.
       01  WS-DO-PUBLISHES     PIC X       VALUE 'Y'.
               88  DO-PUBLISHES                VALUE 'Y'.
       01  WS-DO-DRAFTS        PIC X       VALUE 'Y'.
               88  DO-DRAFTS                   VALUE 'Y'.
       01  WS-TOP-COUNT        PIC 9(2)    VALUE 5.
       01  WS-AHEAD-DAYS       PIC 9(3)    VALUE 14.
       01  WS-STALE-DAYS       PIC 9(3)    VALUE 30.
       01  WS-SWITCH           PIC X.
       01  WS-SECTIONS-ON      PIC 9       VALUE 0.
       01  WS-C-F1             PIC X(20).
       01  WS-C-F2             PIC X(20).
       01  WS-C-F3             PIC X(20).
       01  WS-LAST-DAY         PIC X(8)    VALUE SPACES.
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
      *    THE QUEUES QUEUEAGE.COB WATCHES - LABEL, FILE, AND THE
      *    FIELD EACH ROW CARRIES ITS DATE IN.
       01  WS-QUEUE-LIST.
           05  PIC X(41)   VALUE
               'comments   data/COMMENTS-PENDING.DAT    4'.
           05  PIC X(41)   VALUE
               'guestbook  data/GUESTBOOK-PENDING.DAT   3'.
           05  PIC X(41)   VALUE
               'kbreview   data/KBREVIEW-PENDING.DAT    5'.
           05  PIC X(41)   VALUE
               'trade      data/TRADE-PENDING.DAT       4'.
           05  PIC X(41)   VALUE
               'typetest   data/TYPETEST-PENDING.DAT    4'.
           05  PIC X(41)   VALUE
               'webmention data/WEBMENTION-PENDING.DAT  4'.
           05  PIC X(41)   VALUE
               'ring       data/RING-PENDING.DAT        4'.
           05  PIC X(41)   VALUE
               'submission data/SUBMISSIONS-PENDING.DAT 5'.
           05  PIC X(41)   VALUE
               'loan       data/LOAN-PENDING.DAT        4'.
           05  PIC X(41)   VALUE
               'abuse      data/ABUSE-REPORTS.DAT       1'.
           05  PIC X(41)   VALUE
               'errata     data/ERRATA-REPORTS.DAT      1'.
           05  PIC X(41)   VALUE
               'rights     data/PERMISSION-REQUESTS.DAT 1'.
           05  PIC X(41)   VALUE
               'questions  data/QUESTIONS-PENDING.DAT   1'.
           05  PIC X(41)   VALUE
               'ring-url   data/RING-CHANGES.DAT        3'.
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-LIST.
           05  WS-QUEUE-ENTRY      OCCURS 14 TIMES.
               10  WS-Q-LABEL          PIC X(11).
               10  WS-Q-PATH           PIC X(28).
               10  FILLER              PIC X(1).
               10  WS-Q-COLUMN         PIC X(1).
       01  WS-QX               PIC 9(2).
       01  WS-QUEUES-SHOWN     PIC 9(2)    VALUE 0.
       01  WS-ITEM-COUNT       PIC 9(6)    VALUE 0.
       01  WS-OLDEST-AGE       PIC 9(4)    VALUE 0.
       01  WS-ENTRY-DATE       PIC X(8).
       01  WS-ENTRY-AGE        PIC 9(4).
       01  WS-WAITING-TOTAL    PIC 9(6)    VALUE 0.
      *    THE ROW IN HAND, SPLIT ON ITS PIPES.
       01  WS-F1               PIC X(120).
       01  WS-F2               PIC X(120).
       01  WS-F3               PIC X(200).
       01  WS-F4               PIC X(120).
       01  WS-F5               PIC X(120).
      *    ONE TALLY AT A TIME - PAGES, HOSTS, ERROR PAIRS,
      *    QUARANTINE REASONS, BOUNCES, APPLICATIONS, STORIES - IS
      *    COUNTED HERE AND LISTED BEFORE THE NEXT ONE STARTS.
       01  WS-TALLY-COUNT      PIC 9(3)    VALUE 0.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY      OCCURS 300 TIMES.
               10  WS-TALLY-KEY        PIC X(120).
               10  WS-TALLY-HITS       PIC 9(6).
               10  WS-TALLY-SHOWN      PIC X.
       01  WS-TALLY-WANT       PIC X(120).
       01  WS-TX               PIC 9(3).
       01  WS-TALLY-HIT        PIC 9(3).
       01  WS-BEST-IDX         PIC 9(3).
       01  WS-SHOW-LIMIT       PIC 9(3).
       01  WS-SHOWN-COUNT      PIC 9(3).
       01  WS-SHOW-COUNTS      PIC X       VALUE 'Y'.
               88  SHOW-COUNTS                 VALUE 'Y'.
       01  WS-DAY-TOTAL        PIC 9(7)    VALUE 0.
       01  WS-ALL-TOTAL        PIC 9(7)    VALUE 0.
       01  WS-SENT-COUNT       PIC 9(6)    VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(6)    VALUE 0.
       01  WS-QUEUED-COUNT     PIC 9(6)    VALUE 0.
       01  WS-STUCK-COUNT      PIC 9(6)    VALUE 0.
       01  WS-ATTEMPTS-X       PIC X(2).
      *    HOST FOLDING, AS REFRPT.COB DOES IT.
       01  WS-HOST             PIC X(60).
       01  WS-HOST-SCRATCH     PIC X(120).
       01  WS-HOST-PART        PIC X(120).
       01  WS-HOST-REST        PIC X(120).
       01  WS-SELF-HOST        PIC X(60).
      *    THE BRIEFING ITSELF.
       01  WS-OUT-LINE         PIC X(160).
       01  WS-BODY-LINES       PIC 9(5)    VALUE 0.
       01  WS-COUNT-ED         PIC Z(6)9.
       01  WS-COUNT-ED2        PIC Z(6)9.
       01  WS-COUNT-ED3        PIC Z(6)9.
      *    EACH DRAFT'S LAST REAL CHANGE, FROM data/WRITING-LOG.DAT
      *    (DATE|TIME|STORY-ID|ADDED|TOTAL|SOURCE, SEE WLOGREC.CPY).
      *    A ROW THAT ADDS NOTHING IS A BASELINE, NOT A TOUCH.
       01  WS-TOUCH-COUNT      PIC 9(3)    VALUE 0.
       01  WS-TOUCH-TABLE.
           05  WS-TOUCH-ENTRY      OCCURS 300 TIMES.
               10  WS-TOUCH-ID         PIC X(8).
               10  WS-TOUCH-DATE       PIC X(8).
       01  WS-TOUCH-HIT        PIC 9(3).
       01  WS-LOG-ADDED        PIC S9(7)   VALUE 0.
       01  WS-DRAFT-AGE        PIC 9(5)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'BRIEFING' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           MOVE WS-DAY-NUM TO WS-YESTERDAY.
           PERFORM READ-SECTION-SWITCHES.
           COMPUTE WS-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-AHEAD-DAYS).
           MOVE WS-DAY-NUM TO WS-HORIZON.
           COMPUTE WS-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-STALE-DAYS).
           MOVE WS-DAY-NUM TO WS-STALE-BEFORE.
           PERFORM LOAD-LAST-STATE.
           EVALUATE TRUE
               WHEN WS-SECTIONS-ON = 0
                   DISPLAY 'briefing: every section is switched off '
                       'in data/BRIEFING.DAT - nothing to send'
                   MOVE 'idle' TO JOB-OUTCOME
               WHEN WS-LAST-DAY = WS-TODAY
                   DISPLAY 'briefing: already mailed today - '
                       'nothing queued'
                   MOVE 'idle' TO JOB-OUTCOME
               WHEN OTHER
                   PERFORM WRITE-BRIEFING
                   PERFORM READ-ALERT-ADDRESS
                   PERFORM QUEUE-BRIEFING
           END-EVALUATE.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
       GOBACK.

      *    -------- SETTING UP --------

       READ-SECTION-SWITCHES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SWITCH-FILE.
           IF WS-SWITCH-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ SWITCH-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-SWITCH-ROW
                   END-READ
               END-PERFORM
               CLOSE SWITCH-FILE
           END-IF.
           MOVE 0 TO WS-SECTIONS-ON.
           IF DO-QUEUES
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-TRAFFIC
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-ERRORS
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-MAIL
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-RING
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-PUBLISHES
               ADD 1 TO WS-SECTIONS-ON
           END-IF.
           IF DO-DRAFTS
               ADD 1 TO WS-SECTIONS-ON
           END-IF.

       TAKE-SWITCH-ROW.
           MOVE SPACES TO WS-C-F1 WS-C-F2 WS-C-F3.
           UNSTRING SWITCH-FILE-LINE DELIMITED BY '|'
               INTO WS-C-F1 WS-C-F2 WS-C-F3
           END-UNSTRING.
           MOVE 'Y' TO WS-SWITCH.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-C-F2)) = 'off'
               MOVE 'N' TO WS-SWITCH
           END-IF.
           EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-C-F1))
               WHEN 'queues'
                   MOVE WS-SWITCH TO WS-DO-QUEUES
               WHEN 'traffic'
                   MOVE WS-SWITCH TO WS-DO-TRAFFIC
                   IF FUNCTION TRIM(WS-C-F3) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-C-F3) > 0
                               AND FUNCTION NUMVAL(WS-C-F3) < 21
                           MOVE FUNCTION NUMVAL(WS-C-F3)
                               TO WS-TOP-COUNT
                       END-IF
                   END-IF
               WHEN 'errors'
                   MOVE WS-SWITCH TO WS-DO-ERRORS
               WHEN 'mail'
                   MOVE WS-SWITCH TO WS-DO-MAIL
               WHEN 'ring'
                   MOVE WS-SWITCH TO WS-DO-RING
               WHEN 'publishes'
                   MOVE WS-SWITCH TO WS-DO-PUBLISHES
                   IF FUNCTION TRIM(WS-C-F3) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-C-F3) > 0
                               AND FUNCTION NUMVAL(WS-C-F3) < 367
                           MOVE FUNCTION NUMVAL(WS-C-F3)
                               TO WS-AHEAD-DAYS
                       END-IF
                   END-IF
               WHEN 'drafts'
                   MOVE WS-SWITCH TO WS-DO-DRAFTS
                   IF FUNCTION TRIM(WS-C-F3) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-C-F3) > 0
                               AND FUNCTION NUMVAL(WS-C-F3) < 367
                           MOVE FUNCTION NUMVAL(WS-C-F3)
                               TO WS-STALE-DAYS
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-LAST-STATE.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING STATE-FILE-LINE DELIMITED BY '|'
                           INTO WS-LAST-DAY
                       END-UNSTRING
               END-READ
               CLOSE STATE-FILE
           END-IF.

      *    -------- THE BRIEFING --------

       WRITE-BRIEFING.
           OPEN OUTPUT BODY-FILE.
           MOVE WS-TODAY TO WS-DAY-IN.
           PERFORM FORMAT-DAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'morning briefing for ' DELIMITED BY SIZE
                  WS-DAY-TEXT DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-YESTERDAY TO WS-DAY-IN.
           PERFORM FORMAT-DAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '"yesterday" below is ' DELIMITED BY SIZE
                  WS-DAY-TEXT DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF DO-QUEUES
               PERFORM BRIEF-QUEUES
           END-IF.
           IF DO-TRAFFIC
               PERFORM BRIEF-TRAFFIC
           END-IF.
           IF DO-ERRORS
               PERFORM BRIEF-ERRORS
           END-IF.
           IF DO-MAIL
               PERFORM BRIEF-MAIL
           END-IF.
           IF DO-RING
               PERFORM BRIEF-RING
           END-IF.
           IF DO-PUBLISHES
               PERFORM BRIEF-PUBLISHES
           END-IF.
           IF DO-DRAFTS
               PERFORM BRIEF-DRAFTS
           END-IF.
           CLOSE BODY-FILE.
           MOVE WS-BODY-LINES TO JOB-ROWS.

       BRIEF-QUEUES.
           MOVE 'waiting for moderation' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-QUEUES-SHOWN WS-WAITING-TOTAL.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 14
               PERFORM COUNT-ONE-QUEUE
           END-PERFORM.
           IF WS-QUEUES-SHOWN = 0
               MOVE '  nothing waiting' TO WS-OUT-LINE
               PERFORM PUT-LINE
           END-IF.

       COUNT-ONE-QUEUE.
           MOVE 0 TO WS-ITEM-COUNT WS-OLDEST-AGE.
           MOVE WS-Q-PATH(WS-QX) TO WS-SCAN-NAME.
           MOVE 'Q' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           ADD WS-ITEM-COUNT TO WS-WAITING-TOTAL.
           IF WS-ITEM-COUNT > 0
               ADD 1 TO WS-QUEUES-SHOWN
               MOVE WS-ITEM-COUNT TO WS-COUNT-ED
               MOVE WS-OLDEST-AGE TO WS-COUNT-ED2
               MOVE SPACES TO WS-OUT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-Q-LABEL(WS-QX) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      ' waiting, oldest ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                      ' day(s)' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

      *    THE DATE COLUMN PER QUEUE IS THE ONE QUEUEAGE.COB READS -
      *    SEE THE MATCHING RECORD COPYBOOKS.
       AGE-ONE-ENTRY.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO WS-ENTRY-DATE.
           EVALUATE WS-Q-COLUMN(WS-QX)
               WHEN '1'
                   MOVE WS-F1(1:8) TO WS-ENTRY-DATE
               WHEN '3'
                   MOVE WS-F3(1:8) TO WS-ENTRY-DATE
               WHEN '4'
                   MOVE WS-F4(1:8) TO WS-ENTRY-DATE
               WHEN '5'
                   MOVE WS-F5(1:8) TO WS-ENTRY-DATE
           END-EVALUATE.
           IF WS-ENTRY-DATE IS NUMERIC
                   AND WS-ENTRY-DATE <= WS-TODAY
               COMPUTE WS-ENTRY-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ENTRY-DATE))
               IF WS-ENTRY-AGE > WS-OLDEST-AGE
                   MOVE WS-ENTRY-AGE TO WS-OLDEST-AGE
               END-IF
           END-IF.

       BRIEF-TRAFFIC.
           MOVE 'traffic yesterday' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM CLEAR-TALLY.
           MOVE 'data/HITS.DAT' TO WS-SCAN-NAME.
           MOVE 'H' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-DAY-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' page view(s)' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-TALLY-COUNT > 0
               MOVE '  most read:' TO WS-OUT-LINE
               PERFORM PUT-LINE
               MOVE WS-TOP-COUNT TO WS-SHOW-LIMIT
               MOVE 'Y' TO WS-SHOW-COUNTS
               PERFORM SHOW-TOP-TALLIES
           END-IF.
           MOVE SPACES TO WS-HOST-SCRATCH.
           MOVE WS-BASE-URL TO WS-HOST-SCRATCH.
           PERFORM EXTRACT-HOST.
           MOVE WS-HOST TO WS-SELF-HOST.
           PERFORM CLEAR-TALLY.
           MOVE 'data/REFERRERS.DAT' TO WS-SCAN-NAME.
           MOVE 'R' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           IF WS-TALLY-COUNT > 0
               MOVE '  top referring sites:' TO WS-OUT-LINE
               PERFORM PUT-LINE
               MOVE WS-TOP-COUNT TO WS-SHOW-LIMIT
               MOVE 'Y' TO WS-SHOW-COUNTS
               PERFORM SHOW-TOP-TALLIES
           ELSE
               MOVE '  no visits from outside sites'
                   TO WS-OUT-LINE
               PERFORM PUT-LINE
           END-IF.

       TALLY-ONE-HIT.
           IF WS-F2(1:8) = WS-YESTERDAY
               ADD 1 TO WS-DAY-TOTAL
               MOVE WS-F1 TO WS-TALLY-WANT
               PERFORM BUMP-TALLY
           END-IF.

       TALLY-ONE-REFERRER.
           IF WS-F2(1:8) = WS-YESTERDAY
                   AND WS-F3 NOT = SPACES
               MOVE SPACES TO WS-HOST-SCRATCH
               MOVE WS-F3 TO WS-HOST-SCRATCH
               PERFORM EXTRACT-HOST
               IF WS-HOST NOT = SPACES
                       AND WS-HOST NOT = WS-SELF-HOST
                   MOVE WS-HOST TO WS-TALLY-WANT
                   PERFORM BUMP-TALLY
               END-IF
           END-IF.

      *    PULLS THE HOST OUT OF WS-HOST-SCRATCH: DROP ANY SCHEME
      *    BEFORE '://', THEN CUT AT THE FIRST '/'.
       EXTRACT-HOST.
           MOVE SPACES TO WS-HOST WS-HOST-PART WS-HOST-REST.
           UNSTRING WS-HOST-SCRATCH DELIMITED BY '://'
               INTO WS-HOST-PART WS-HOST-REST
           END-UNSTRING.
           IF WS-HOST-REST = SPACES
               MOVE WS-HOST-PART TO WS-HOST-REST
           END-IF.
           UNSTRING WS-HOST-REST DELIMITED BY '/'
               INTO WS-HOST
           END-UNSTRING.

       BRIEF-ERRORS.
           MOVE 'errors and quarantined rows' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM CLEAR-TALLY.
           MOVE 'data/ERRORS.DAT' TO WS-SCAN-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-DAY-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' error row(s) logged yesterday' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-TOP-COUNT TO WS-SHOW-LIMIT.
           MOVE 'Y' TO WS-SHOW-COUNTS.
           PERFORM SHOW-TOP-TALLIES.
           MOVE 0 TO WS-DAY-TOTAL WS-ALL-TOTAL.
           PERFORM CLEAR-TALLY.
           MOVE 'data/QUARANTINE.DAT' TO WS-SCAN-NAME.
           MOVE 'X' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-DAY-TOTAL TO WS-COUNT-ED.
           MOVE WS-ALL-TOTAL TO WS-COUNT-ED2.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' row(s) quarantined yesterday, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                  ' waiting in data/QUARANTINE.DAT' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           PERFORM SHOW-TOP-TALLIES.

       TALLY-ONE-ERROR.
           IF WS-F1(1:8) = WS-YESTERDAY
               ADD 1 TO WS-DAY-TOTAL
               MOVE SPACES TO WS-TALLY-WANT
               STRING FUNCTION TRIM(WS-F2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F3) DELIMITED BY SIZE
                      ' (status ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F4) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-TALLY-WANT
               END-STRING
               PERFORM BUMP-TALLY
           END-IF.

       TAKE-QUARANTINE-ROW.
           ADD 1 TO WS-ALL-TOTAL.
           IF WS-F1(1:8) = WS-YESTERDAY
               ADD 1 TO WS-DAY-TOTAL
               MOVE SPACES TO WS-TALLY-WANT
               STRING FUNCTION TRIM(WS-F2) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F3) DELIMITED BY SIZE
                   INTO WS-TALLY-WANT
               END-STRING
               PERFORM BUMP-TALLY
           END-IF.

       BRIEF-MAIL.
           MOVE 'mail' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-SENT-COUNT WS-FAILED-COUNT WS-QUEUED-COUNT
               WS-STUCK-COUNT.
           MOVE 'data/MAILQ.DAT' TO WS-SCAN-NAME.
           MOVE 'M' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-SENT-COUNT TO WS-COUNT-ED.
           MOVE WS-FAILED-COUNT TO WS-COUNT-ED2.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-ED3.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  queued yesterday: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' sent, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                  ' failed, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED3) DELIMITED BY SIZE
                  ' still queued' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-STUCK-COUNT > 0
               MOVE WS-STUCK-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-OUT-LINE
               STRING '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      ' row(s) failed with their tries used up'
                          DELIMITED BY SIZE
                      ' (MAILRPT.COB lists them)' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM CLEAR-TALLY.
           MOVE 'B' TO WS-SCAN-KIND.
           MOVE 'data/BOUNCES.DAT' TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE 'data/BOUNCES-FOLDED.DAT' TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-DAY-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' bounce(s) yesterday' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-TALLY-COUNT TO WS-SHOW-LIMIT.
           MOVE 'N' TO WS-SHOW-COUNTS.
           PERFORM SHOW-TOP-TALLIES.

       TALLY-ONE-MAIL.
           MOVE SPACES TO MAILQ-STATUS MAILQ-QUEUED WS-ATTEMPTS-X.
           MOVE WS-F1 TO MAILQ-STATUS.
           MOVE WS-F4 TO MAILQ-QUEUED.
           MOVE WS-F5 TO WS-ATTEMPTS-X.
           IF WS-ATTEMPTS-X IS NUMERIC
               MOVE WS-ATTEMPTS-X TO MAILQ-ATTEMPTS
           ELSE
               MOVE 0 TO MAILQ-ATTEMPTS
           END-IF.
           IF FUNCTION TRIM(MAILQ-STATUS) = 'failed'
                   AND MAILQ-ATTEMPTS >= 5
               ADD 1 TO WS-STUCK-COUNT
           END-IF.
           IF MAILQ-QUEUED(1:8) = WS-YESTERDAY
               EVALUATE FUNCTION TRIM(MAILQ-STATUS)
                   WHEN 'sent'
                       ADD 1 TO WS-SENT-COUNT
                   WHEN 'failed'
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN 'queued'
                       ADD 1 TO WS-QUEUED-COUNT
               END-EVALUATE
           END-IF.

      *    email|date|reason - THE 'opening balance' ROWS BOUNCE.COB
      *    SEEDS ITS HISTORY WITH ARE NOT BOUNCES.
       TAKE-BOUNCE-ROW.
           IF WS-F2(1:8) = WS-YESTERDAY
                   AND FUNCTION TRIM(WS-F3) NOT = 'opening balance'
               ADD 1 TO WS-DAY-TOTAL
               MOVE SPACES TO WS-TALLY-WANT
               STRING FUNCTION TRIM(WS-F1) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F3) DELIMITED BY SIZE
                   INTO WS-TALLY-WANT
               END-STRING
               PERFORM BUMP-TALLY
           END-IF.

       BRIEF-RING.
           MOVE 'ring applications' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM CLEAR-TALLY.
           MOVE 'data/RING-PENDING.DAT' TO WS-SCAN-NAME.
           MOVE 'G' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-DAY-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' new yesterday' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-TALLY-COUNT TO WS-SHOW-LIMIT.
           MOVE 'N' TO WS-SHOW-COUNTS.
           PERFORM SHOW-TOP-TALLIES.

      *    SITE|URL|CONTACT|DATE, AS RINGJOIN.COB WRITES IT.
       TAKE-RING-APPLICATION.
           IF WS-F4(1:8) = WS-YESTERDAY
               ADD 1 TO WS-DAY-TOTAL
               MOVE SPACES TO WS-TALLY-WANT
               STRING FUNCTION TRIM(WS-F1) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F2) DELIMITED BY SIZE
                   INTO WS-TALLY-WANT
               END-STRING
               PERFORM BUMP-TALLY
           END-IF.

       BRIEF-PUBLISHES.
           MOVE 'scheduled to publish' TO WS-OUT-LINE.
           PERFORM PUT-HEADING.
           PERFORM CLEAR-TALLY.
           MOVE 'data/STORY.DAT' TO WS-SCAN-NAME.
           MOVE 'P' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           MOVE WS-AHEAD-DAYS TO WS-COUNT-ED.
           IF WS-TALLY-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING '  nothing in the next ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      ' day(s)' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM PUT-LINE
           ELSE
               PERFORM SHOW-TALLIES-IN-ORDER
           END-IF.

      *    A LIVE ROW (NOT A DRAFT) DATED AFTER TODAY IS AN EMBARGO
      *    THE PAGES LIFT BY THEMSELVES ON THE DAY - SEE INDEX.COB.
      *    THE KEY LEADS WITH THE DATE SO THE LIST SORTS ON IT.
       TAKE-STORY-ROW.
           MOVE SPACES TO STORY-ID STORY-TITLE STORY-EXCERPT
               STORY-PUBDATE STORY-PROGRAM STORY-TAGS STORY-WARNING
               STORY-DRAFT.
           UNSTRING SCAN-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT STORY-PUBDATE
                    STORY-PROGRAM STORY-TAGS STORY-WARNING
                    STORY-DRAFT
           END-UNSTRING.
           IF STORY-DRAFT NOT = 'Y'
                   AND STORY-PUBDATE IS NUMERIC
                   AND STORY-PUBDATE > WS-TODAY
                   AND STORY-PUBDATE <= WS-HORIZON
               MOVE SPACES TO WS-TALLY-WANT
               STRING STORY-PUBDATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      STORY-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-TITLE) DELIMITED BY SIZE
                   INTO WS-TALLY-WANT
               END-STRING
               PERFORM BUMP-TALLY
           END-IF.

       BRIEF-DRAFTS.
           MOVE WS-STALE-DAYS TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'drafts untouched for more than ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ' day(s)' DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-HEADING.
           MOVE 0 TO WS-TOUCH-COUNT.
           MOVE 'data/WRITING-LOG.DAT' TO WS-SCAN-NAME.
           MOVE 'W' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           PERFORM CLEAR-TALLY.
           MOVE 'data/STORY.DAT' TO WS-SCAN-NAME.
           MOVE 'D' TO WS-SCAN-KIND.
           PERFORM SCAN-ONE-FILE.
           IF WS-TALLY-COUNT = 0
               MOVE '  none' TO WS-OUT-LINE
               PERFORM PUT-LINE
           ELSE
               PERFORM SHOW-TALLIES-IN-ORDER
           END-IF.

      *    THE LOG RUNS OLDEST FIRST, BUT THE LATEST DATE IS KEPT
      *    EITHER WAY.
       TAKE-WRITING-LOG-ROW.
           MOVE 0 TO WS-LOG-ADDED.
           IF FUNCTION TEST-NUMVAL(WS-F4) = 0
               MOVE FUNCTION NUMVAL(WS-F4) TO WS-LOG-ADDED
           END-IF.
           IF WS-F1(1:8) IS NUMERIC AND WS-LOG-ADDED NOT = 0
               MOVE 0 TO WS-TOUCH-HIT
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TOUCH-COUNT
                           OR WS-TOUCH-HIT > 0
                   IF WS-TOUCH-ID(WS-TX) = WS-F3(1:8)
                       MOVE WS-TX TO WS-TOUCH-HIT
                   END-IF
               END-PERFORM
               IF WS-TOUCH-HIT = 0 AND WS-TOUCH-COUNT < 300
                   ADD 1 TO WS-TOUCH-COUNT
                   MOVE WS-TOUCH-COUNT TO WS-TOUCH-HIT
                   MOVE WS-F3(1:8) TO WS-TOUCH-ID(WS-TOUCH-HIT)
                   MOVE SPACES TO WS-TOUCH-DATE(WS-TOUCH-HIT)
               END-IF
               IF WS-TOUCH-HIT > 0
                   IF WS-TOUCH-DATE(WS-TOUCH-HIT) = SPACES
                           OR WS-F1(1:8) > WS-TOUCH-DATE(WS-TOUCH-HIT)
                       MOVE WS-F1(1:8) TO WS-TOUCH-DATE(WS-TOUCH-HIT)
                   END-IF
               END-IF
           END-IF.

      *    THE KEY LEADS WITH THE LAST-TOUCHED DATE, SPACES FOR A
      *    DRAFT WITH NOTHING LOGGED, SO THE LIST SORTS LONGEST
      *    UNTOUCHED FIRST.
       TAKE-DRAFT-ROW.
           MOVE SPACES TO STORY-ID STORY-TITLE STORY-EXCERPT
               STORY-PUBDATE STORY-PROGRAM STORY-TAGS STORY-WARNING
               STORY-DRAFT.
           UNSTRING SCAN-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT STORY-PUBDATE
                    STORY-PROGRAM STORY-TAGS STORY-WARNING
                    STORY-DRAFT
           END-UNSTRING.
           IF STORY-DRAFT = 'Y'
               MOVE SPACES TO WS-DAY-IN
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TOUCH-COUNT
                   IF WS-TOUCH-ID(WS-TX) = STORY-ID
                       MOVE WS-TOUCH-DATE(WS-TX) TO WS-DAY-IN
                   END-IF
               END-PERFORM
               IF WS-DAY-IN = SPACES
                   MOVE SPACES TO WS-TALLY-WANT
                   STRING '          ' DELIMITED BY SIZE
                          STORY-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(STORY-TITLE) DELIMITED BY SIZE
                          ' - no writing logged' DELIMITED BY SIZE
                       INTO WS-TALLY-WANT
                   END-STRING
                   PERFORM BUMP-TALLY
               ELSE
                   IF WS-DAY-IN < WS-STALE-BEFORE
                       COMPUTE WS-DRAFT-AGE = WS-TODAY-INT -
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WS-DAY-IN))
                       MOVE WS-DRAFT-AGE TO WS-COUNT-ED
                       MOVE SPACES TO WS-TALLY-WANT
                       STRING WS-DAY-IN DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              STORY-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FUNCTION TRIM(STORY-TITLE)
                                  DELIMITED BY SIZE
                              ' - ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-COUNT-ED)
                                  DELIMITED BY SIZE
                              ' day(s)' DELIMITED BY SIZE
                           INTO WS-TALLY-WANT
                       END-STRING
                       PERFORM BUMP-TALLY
                   END-IF
               END-IF
           END-IF.

      *    -------- SCANNING AND TALLYING --------

       SCAN-ONE-FILE.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE 'N' TO WS-SCAN-FOUND.
           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-STATUS = '00'
               SET SCAN-FOUND TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ SCAN-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF SCAN-FILE-LINE NOT = SPACES
                               PERFORM TAKE-SCANNED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF.

       TAKE-SCANNED-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5.
           UNSTRING SCAN-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING.
           EVALUATE WS-SCAN-KIND
               WHEN 'Q'
                   PERFORM AGE-ONE-ENTRY
               WHEN 'H'
                   PERFORM TALLY-ONE-HIT
               WHEN 'R'
                   PERFORM TALLY-ONE-REFERRER
               WHEN 'E'
                   PERFORM TALLY-ONE-ERROR
               WHEN 'X'
                   PERFORM TAKE-QUARANTINE-ROW
               WHEN 'M'
                   PERFORM TALLY-ONE-MAIL
               WHEN 'B'
                   PERFORM TAKE-BOUNCE-ROW
               WHEN 'G'
                   PERFORM TAKE-RING-APPLICATION
               WHEN 'P'
                   PERFORM TAKE-STORY-ROW
               WHEN 'W'
                   PERFORM TAKE-WRITING-LOG-ROW
               WHEN 'D'
                   PERFORM TAKE-DRAFT-ROW
           END-EVALUATE.

       CLEAR-TALLY.
           MOVE 0 TO WS-TALLY-COUNT.

       BUMP-TALLY.
           MOVE 0 TO WS-TALLY-HIT.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TALLY-COUNT OR WS-TALLY-HIT > 0
               IF WS-TALLY-KEY(WS-TX) = WS-TALLY-WANT
                   MOVE WS-TX TO WS-TALLY-HIT
               END-IF
           END-PERFORM.
           IF WS-TALLY-HIT > 0
               ADD 1 TO WS-TALLY-HITS(WS-TALLY-HIT)
           ELSE
               IF WS-TALLY-COUNT < 300
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-WANT TO WS-TALLY-KEY(WS-TALLY-COUNT)
                   MOVE 1 TO WS-TALLY-HITS(WS-TALLY-COUNT)
                   MOVE 'N' TO WS-TALLY-SHOWN(WS-TALLY-COUNT)
               END-IF
           END-IF.

      *    THE WS-SHOW-LIMIT BIGGEST ENTRIES, BIGGEST FIRST.
       SHOW-TOP-TALLIES.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-SHOWN-COUNT >= WS-SHOW-LIMIT
                   OR WS-BEST-IDX = 0
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TALLY-COUNT
                   IF WS-TALLY-SHOWN(WS-TX) = 'N'
                       IF WS-BEST-IDX = 0
                           MOVE WS-TX TO WS-BEST-IDX
                       ELSE
                           IF WS-TALLY-HITS(WS-TX) >
                                   WS-TALLY-HITS(WS-BEST-IDX)
                               MOVE WS-TX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   PERFORM SHOW-ONE-TALLY
               END-IF
           END-PERFORM.

       SHOW-ONE-TALLY.
           MOVE 'Y' TO WS-TALLY-SHOWN(WS-BEST-IDX).
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           IF SHOW-COUNTS
               MOVE WS-TALLY-HITS(WS-BEST-IDX) TO WS-COUNT-ED
               STRING '  ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TALLY-KEY(WS-BEST-IDX))
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING '    ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TALLY-KEY(WS-BEST-IDX))
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

      *    EVERY ENTRY, LOWEST KEY FIRST - THE KEYS LEAD WITH A
      *    YYYYMMDD DATE, SHOWN AS YYYY-MM-DD.
       SHOW-TALLIES-IN-ORDER.
           MOVE 0 TO WS-SHOWN-COUNT.
           PERFORM UNTIL WS-SHOWN-COUNT >= WS-TALLY-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TALLY-COUNT
                   IF WS-TALLY-SHOWN(WS-TX) = 'N'
                       IF WS-BEST-IDX = 0
                           MOVE WS-TX TO WS-BEST-IDX
                       ELSE
                           IF WS-TALLY-KEY(WS-TX) <
                                   WS-TALLY-KEY(WS-BEST-IDX)
                               MOVE WS-TX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-TALLY-SHOWN(WS-BEST-IDX)
               ADD 1 TO WS-SHOWN-COUNT
               MOVE WS-TALLY-KEY(WS-BEST-IDX)(1:8) TO WS-DAY-IN
               PERFORM FORMAT-DAY
               MOVE SPACES TO WS-OUT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-DAY-TEXT DELIMITED BY SIZE
                      WS-TALLY-KEY(WS-BEST-IDX)(9:100)
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-PERFORM.

      *    -------- WRITING AND SENDING --------

      *    A BLANK DAY (A DRAFT WITH NO WRITING LOGGED) STAYS BLANK.
       FORMAT-DAY.
           MOVE SPACES TO WS-DAY-TEXT.
           IF WS-DAY-IN NOT = SPACES
               STRING WS-DAY-IN(1:4) '-' WS-DAY-IN(5:2) '-'
                      WS-DAY-IN(7:2) DELIMITED BY SIZE
                   INTO WS-DAY-TEXT
               END-STRING
           END-IF.

       PUT-HEADING.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           ADD 1 TO WS-BODY-LINES.
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-OUT-LINE TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           ADD 1 TO WS-BODY-LINES.
           MOVE SPACES TO WS-OUT-LINE.

       READ-ALERT-ADDRESS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = '00'
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CONFIG-FILE-LINE DELIMITED BY '|'
                           INTO WS-ALERT-DAYS WS-ALERT-ADDR
                       END-UNSTRING
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *    THE DAY IS ONLY MARKED MAILED ONCE THE ROW IS QUEUED, SO A
      *    RUN WITHOUT AN ADDRESS TRIES AGAIN NEXT TIME.
       QUEUE-BRIEFING.
           IF FUNCTION TRIM(WS-ALERT-ADDR) = SPACES
               DISPLAY 'briefing: no address in data/QUEUE-ALERT.DAT'
                   ' - briefing written to data/BRIEFING-BODY.TXT '
                   'but not mailed'
               MOVE 'fail' TO JOB-OUTCOME
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               MOVE WS-TODAY TO WS-DAY-IN
               PERFORM FORMAT-DAY
               MOVE SPACES TO MAILQ-FILE-LINE
               STRING 'queued|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-ADDR) DELIMITED BY SIZE
                      '|morning briefing for ' DELIMITED BY SIZE
                      WS-DAY-TEXT DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                      '|00|data/BRIEFING-BODY.TXT' DELIMITED BY SIZE
                   INTO MAILQ-FILE-LINE
               END-STRING
               OPEN EXTEND MAILQ-FILE
               IF WS-MAILQ-STATUS NOT = '00'
                   OPEN OUTPUT MAILQ-FILE
               END-IF
               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
               OPEN OUTPUT STATE-FILE
               IF WS-STATE-STATUS = '00'
                   MOVE SPACES TO STATE-FILE-LINE
                   STRING WS-TODAY DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                       INTO STATE-FILE-LINE
                   END-STRING
                   WRITE STATE-FILE-LINE
                   CLOSE STATE-FILE
               END-IF
               DISPLAY 'briefing: ' WS-BODY-LINES
                   ' line(s) queued for ' FUNCTION TRIM(WS-ALERT-ADDR)
           END-IF.
       END PROGRAM BRIEFING.
