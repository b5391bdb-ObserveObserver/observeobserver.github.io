      *    STALE INDEX FOR A WEEK AND NOTHING SAID SO. THIS DRIVER
      *    RUNS THE POST-PUBLISH JOBS IN DEPENDENCY ORDER (INDEX AND
      *    CONCORDANCE FIRST, THEN THE FEED/SITEMAP/CAPSULE OUTPUTS,
      *    THEN THE SAME OUTPUTS FOR EVERY OTHER DOMAIN IN
      *    data/SITES.DAT THROUGH scripts/sites.sh, THEN THE
      *    ANNOUNCEMENTS AND THE MAIL PASS), TIMES EACH
      *    STEP, AND REWRITES data/PUBRUN-STATUS.DAT
      *    (STAMP|STEP|OUTCOME|SECONDS) FOR STATUS.COB TO SHOW. A
      *    FAILED STEP STOPS THE RUN; THE NEXT RUN SEES THE FAILURE
      *    REDOING THE ONES THAT ALREADY LANDED. ONE SUMMARY LINE
      *    GOES OUT THROUGH data/MAILQ.DAT PER RUN. RUN FROM CRON IN
      *    PLACE OF THE OLD CHAIN, AFTER scripts/build.sh.
      *    BEFORE ANY STEP RUNS, EVERY STORY GOING OUT WITH THIS RUN
      *    (LIVE, AND DATED AFTER NOTIFY.COB'S CHECKPOINT IN
      *    data/NOTIFY-LAST.DAT) THAT NAMES MORE THAN ONE AUTHOR IS
      *    PUT TO SIGNCHK.CBL; ONE WITHOUT EVERY AUTHOR'S SIGN-OFF ON
      *    ITS CURRENT BODY IS SET BACK TO DRAFT IN data/STORY.DAT,
      *    SO NO FEED, PAGE OR ANNOUNCEMENT CARRIES IT, AND THE
      *    SUMMARY MAIL SAYS HOW MANY WERE HELD.
      *    INSIDE A MAINTENANCE WINDOW (MAINTWIN.CBL) NOTHING RUNS
      *    AND THE STATUS FILE IS LEFT AS IT WAS - THE RUN SAYS SO
      *    AND ENDS WITH RETURN CODE 1 - UNLESS MAINTENANCE_FORCE=yes
      *    IS SET IN THE ENVIRONMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/PUBRUN-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/NOTIFY-LAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE.
       FD  CONFIG-FILE.
       01  CONFIG-FILE-LINE    PIC X(80).
           COPY 'MAILQFD.CPY'.
           COPY 'STORYFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(2000).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
           COPY 'MAILQREC.CPY'.
           COPY 'STORYREC.CPY'.
       01  WS-RUN-STATUS       PIC X(2)    VALUE '00'.
       01  WS-CONFIG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
      -    ' cgi-bin/FEED.COB | sed ''1,/^$/d'' > f/rss.xml'.
           05  PIC X(132)  VALUE 'JSONFEED    COB_LIBRARY_PATH=cgi-bin
      -    ' cgi-bin/JSONFEED.COB | sed ''1,/^$/d'' > f/jsonfeed.json'.
           05  PIC X(132)  VALUE 'PODCAST     COB_LIBRARY_PATH=cgi-bin
      -    ' cgi-bin/PODCAST.COB | sed ''1,/^$/d'' > f/podcast.xml'.
           05  PIC X(132)  VALUE 'GEMINI      cgi-bin/GEMINI.COB'.
           05  PIC X(132)  VALUE 'ANTHOLOGY   cgi-bin/ANTHOLOGY.COB'.
           05  PIC X(132)  VALUE 'SITES       sh scripts/sites.sh'.
           05  PIC X(132)  VALUE 'ANNOUNCE    cgi-bin/ANNOUNCE.COB'.
           05  PIC X(132)  VALUE 'WMSEND      cgi-bin/WMSEND.COB'.
           05  PIC X(132)  VALUE 'NOTIFY      cgi-bin/NOTIFY.COB'.
           05  PIC X(132)  VALUE 'MAILSEND    cgi-bin/MAILSEND.COB'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05  WS-STEP-ENTRY       OCCURS 13 TIMES.
               10  WS-STEP-NAME        PIC X(12).
               10  WS-STEP-COMMAND     PIC X(120).
       01  WS-STEP-IDX         PIC 9(2).
      *    THE RUN'S OWN RECORD, REWRITTEN WHOLE AT THE END.
       01  WS-DONE-COUNT       PIC 9(2)    VALUE 0.
       01  WS-RESULTS.
           05  WS-RESULT-ENTRY     OCCURS 13 TIMES.
               10  WS-R-STEP           PIC X(12).
               10  WS-R-OUTCOME        PIC X(6).
               10  WS-R-SECONDS        PIC 9(5).
       01  WS-ALERT-DAYS       PIC X(10).
       01  WS-ALERT-ADDR       PIC X(60)   VALUE SPACES.
       01  WS-SUMMARY          PIC X(80)   VALUE SPACES.
       01  WS-SUMMARY-PTR      PIC 9(3).
      *    THE CO-AUTHOR SIGN-OFF GATE.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CHECK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-CHECKPOINT       PIC X(8)    VALUE SPACES.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-HELD-COUNT       PIC 9(3)    VALUE 0.
       01  WS-SIGN-SUM         PIC X(9).
       01  WS-SIGN-RESULT      PIC X.
       01  WS-SIGN-MISSING     PIC X(60).
       01  WS-LINE-LEN         PIC 9(4).
       01  WS-CHAR-IDX         PIC 9(4).
       01  WS-PIPES-SEEN       PIC 9(2).
       01  WS-DRAFT-AT         PIC 9(4).
       01  WS-DRAFT-END        PIC 9(4).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-RELOAD-COMMAND   PIC X(60)
               VALUE 'cgi-bin/STORYLOAD.COB >/dev/null 2>&1'.
           COPY 'MAINTWIN.CPY'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF MNT-ACTIVE AND NOT MNT-FORCED
               DISPLAY 'pubrun: held - maintenance window until '
                   MNT-END-TEXT
                   ' (MAINTENANCE_FORCE=yes runs it anyway)'
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM PUBLISH-RUN
           END-IF.
       GOBACK.

       PUBLISH-RUN.
           PERFORM HOLD-UNSIGNED-STORIES.
           PERFORM FIND-RESUME-POINT.
           IF WS-RESUME-FROM > 1
               DISPLAY 'pubrun: resuming from step '
                   FUNCTION TRIM(WS-STEP-NAME(WS-RESUME-FROM))
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 13
                       OR WS-FAILED-STEP NOT = SPACES
               IF WS-STEP-IDX < WS-RESUME-FROM
                   ADD 1 TO WS-DONE-COUNT
           PERFORM BUILD-SUMMARY.
           PERFORM QUEUE-SUMMARY-MAIL.
           DISPLAY 'pubrun: ' FUNCTION TRIM(WS-SUMMARY).

      *    A PRIOR RUN THAT ENDED IN A fail ROW MEANS THE STEPS
      *    BEFORE IT ALREADY LANDED - START AT THE FAILURE. A CLEAN

       MARK-RESUME-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 13
               IF FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX)) =
                       FUNCTION TRIM(WS-RS-STEP)
                   MOVE WS-STEP-IDX TO WS-RESUME-FROM
                   MOVE 13 TO WS-STEP-IDX
               END-IF
           END-PERFORM.


       BUILD-SUMMARY.
           MOVE SPACES TO WS-SUMMARY.
           MOVE 1 TO WS-SUMMARY-PTR.
           IF WS-FAILED-STEP = SPACES
               STRING 'publish run complete - ' DELIMITED BY SIZE
                      WS-DONE-COUNT DELIMITED BY SIZE
                      WS-TOTAL-SECS DELIMITED BY SIZE
                      's' DELIMITED BY SIZE
                   INTO WS-SUMMARY
                   WITH POINTER WS-SUMMARY-PTR
               END-STRING
           ELSE
               STRING 'publish run FAILED at '
                          DELIMITED BY SIZE
                      ' - rerun resumes there' DELIMITED BY SIZE
                   INTO WS-SUMMARY
                   WITH POINTER WS-SUMMARY-PTR
               END-STRING
           END-IF.
           IF WS-HELD-COUNT > 0
               STRING ', ' DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      ' held for sign-off' DELIMITED BY SIZE
                   INTO WS-SUMMARY
                   WITH POINTER WS-SUMMARY-PTR
               END-STRING
           END-IF.

               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
           END-IF.

      *    -------- CO-AUTHOR SIGN-OFF GATE --------

      *    THE SAME "GOING OUT NOW" TEST NOTIFY.COB USES TO PICK
      *    WHAT TO ANNOUNCE. WITH NO CHECKPOINT YET, ONLY TODAY'S
      *    STORIES COUNT AS NEW. THE STORY FILE IS ONLY REWRITTEN
      *    WHEN SOMETHING WAS HELD.
       HOLD-UNSIGNED-STORIES.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           PERFORM READ-NOTIFY-CHECKPOINT.
           IF WS-CHECKPOINT = SPACES
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-DATE)) - 1)
                   TO WS-CHECKPOINT
           END-IF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM GATE-ONE-STORY
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
               CLOSE KEEP-FILE
               IF WS-HELD-COUNT > 0
                   PERFORM REWRITE-STORY-FILE
               END-IF
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       READ-NOTIFY-CHECKPOINT.
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

       GATE-ONE-STORY.
           MOVE SPACES TO STORY-DRAFT STORY-AUTHORS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS
           END-UNSTRING.
           MOVE STORY-FILE-LINE TO KEEP-FILE-LINE.
           IF STORY-DRAFT NOT = 'Y'
                   AND STORY-PUBDATE <= WS-TODAY-DATE
                   AND STORY-PUBDATE > WS-CHECKPOINT
                   AND STORY-AUTHORS NOT = SPACES
               CALL 'SIGNCHK' USING STORY-ID STORY-AUTHORS
                   WS-SIGN-SUM WS-SIGN-RESULT WS-SIGN-MISSING
                   ON EXCEPTION
                       MOVE 'S' TO WS-SIGN-RESULT
               END-CALL
               IF WS-SIGN-RESULT = 'N' OR WS-SIGN-RESULT = 'M'
                   PERFORM SET-ROW-BACK-TO-DRAFT
               END-IF
           END-IF.
           WRITE KEEP-FILE-LINE.

      *    ONLY THE EIGHTH COLUMN (STORY-DRAFT) CHANGES - THE REST
      *    OF THE ROW IS COPIED THROUGH BYTE FOR BYTE.
       SET-ROW-BACK-TO-DRAFT.
           MOVE 0 TO WS-PIPES-SEEN WS-DRAFT-AT WS-DRAFT-END.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STORY-FILE-LINE TRAILING)).
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN
                       OR WS-DRAFT-END > 0
               IF STORY-FILE-LINE(WS-CHAR-IDX:1) = '|'
                   ADD 1 TO WS-PIPES-SEEN
                   EVALUATE WS-PIPES-SEEN
                       WHEN 7
                           COMPUTE WS-DRAFT-AT = WS-CHAR-IDX + 1
                       WHEN 8
                           MOVE WS-CHAR-IDX TO WS-DRAFT-END
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-DRAFT-END > 0
               MOVE SPACES TO KEEP-FILE-LINE
               STRING STORY-FILE-LINE(1:WS-DRAFT-AT - 1)
                          DELIMITED BY SIZE
                      'Y' DELIMITED BY SIZE
                      STORY-FILE-LINE(WS-DRAFT-END:
                          WS-LINE-LEN - WS-DRAFT-END + 1)
                          DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'pubrun: held ' FUNCTION TRIM(STORY-ID)
                   ' back as a draft - not signed off by '
                   FUNCTION TRIM(WS-SIGN-MISSING)
           ELSE
               DISPLAY 'pubrun: ' FUNCTION TRIM(STORY-ID)
                   ' lacks sign-off but its row is too short to'
                   ' hold back - fix data/STORY.DAT by hand'
           END-IF.

       REWRITE-STORY-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT STORY-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO STORY-FILE-LINE
                       WRITE STORY-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE STORY-FILE.
           CALL 'SYSTEM' USING WS-RELOAD-COMMAND.
       END PROGRAM PUBRUN.
