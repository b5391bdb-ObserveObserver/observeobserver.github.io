      *    CORE SHARED PROGRAMS (BANNER, HEAD, STORY) AND INDEX.COB
      *    ALL COMPILE TOGETHER IN ONE build.sh RUN, SO THEY SHARE THE
      *    SAME BUILD TIMESTAMP RATHER THAN EACH CARRYING ITS OWN.
      *    BELOW THE PUBLISH RUN IT LISTS THE LAST RUN OF EVERY JOB
      *    ON data/JOB-CALENDAR.DAT, FROM data/RUN-LEDGER.DAT, AND
      *    WHEN TREESEAL.COB LAST FOUND THE DEPLOYED TREE MATCHING ITS
      *    SEAL, FROM data/SEAL-STATE.DAT.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT PUBRUN-FILE ASSIGN TO "data/PUBRUN-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBRUN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "data/JOB-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "data/RUN-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SEAL-STATE-FILE ASSIGN TO "data/SEAL-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STAMPFD.CPY'.
       01  PROBE-LOG-LINE      PIC X(80).
       FD  PUBRUN-FILE.
       01  PUBRUN-FILE-LINE    PIC X(80).
       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-LINE  PIC X(80).
       FD  LEDGER-FILE.
       01  LEDGER-FILE-LINE    PIC X(80).
       FD  SEAL-STATE-FILE.
       01  SEAL-STATE-LINE     PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
       01  WS-PB-STEP          PIC X(12).
       01  WS-PB-OUTCOME       PIC X(6).
       01  WS-PB-SECONDS       PIC X(6).
       01  WS-CALENDAR-STATUS  PIC X(2)    VALUE '00'.
       01  WS-LEDGER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-JOB-EOF          PIC X       VALUE 'N'.
               88  JOB-EOF                     VALUE 'Y'.
      *    THE LATEST START AND END PER CALENDAR JOB.
       01  WS-JR-COUNT         PIC 9(2)    VALUE 0.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY         OCCURS 40 TIMES.
               10  WS-JR-NAME          PIC X(12).
               10  WS-JR-START         PIC X(14).
               10  WS-JR-END           PIC X(14).
               10  WS-JR-OUTCOME       PIC X(8).
               10  WS-JR-ROWS          PIC X(9).
               10  WS-JR-SECS          PIC X(7).
       01  WS-JR-IDX           PIC 9(2).
       01  WS-JR-FOUND         PIC 9(2)    VALUE 0.
       01  WS-JL-STAMP         PIC X(14).
       01  WS-JL-JOB           PIC X(12).
       01  WS-JL-EVENT         PIC X(6).
       01  WS-JL-OUTCOME       PIC X(8).
       01  WS-JL-ROWS          PIC X(9).
       01  WS-JL-SECS          PIC X(7).
       01  WS-JL-ROWS-NUM      PIC 9(9).
       01  WS-JL-ROWS-EDIT     PIC Z(8)9.
       01  WS-JL-SECS-NUM      PIC 9(7).
       01  WS-JL-SECS-EDIT     PIC Z(6)9.
       01  WS-SEAL-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SL-STAMP         PIC X(14)   VALUE SPACES.
       01  WS-SL-OUTCOME       PIC X(10)   VALUE SPACES.
       01  WS-SL-UNEXPLAINED   PIC X(5)    VALUE SPACES.
       01  WS-SL-EXPECTED      PIC X(5)    VALUE SPACES.
       01  WS-SL-CLEAN         PIC X(14)   VALUE SPACES.
       01  WS-E-STAMP          PIC X(14).
       01  WS-ERROR-COUNT      PIC 9(5)    VALUE 0.
       01  WS-ERROR-EDIT       PIC ZZZZ9.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'Y'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'status'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'STATUS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'status - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE SPACES TO WS-HEAD-DESC.
           STRING 'Build and validation status for ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-DESC
           END-STRING.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE
                          FUNCTION TRIM(WS-HEAD-TITLE) QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
           PERFORM EMIT-ANNOUNCE-PINGS.
           PERFORM EMIT-PROBE-HISTORY.
           PERFORM EMIT-PUBRUN-STATUS.
           PERFORM EMIT-JOB-RUNS.
           PERFORM EMIT-SEAL-STATUS.
           PERFORM EMIT-RECENT-ERRORS.
           DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

      *    ANNOUNCE.COB REWRITES data/ANNOUNCE-LOG.DAT ON EVERY
               END-DIV
           END-DISPLAY.

      *    EVERY SCHEDULED JOB WRITES A START AND AN END ROW TO
      *    data/RUN-LEDGER.DAT (JOBLOG.CBL); THE LAST OF EACH, FOR
      *    EVERY JOB ON THE CALENDAR, IS WHAT GOES HERE - A JOB THAT
      *    HAS STOPPED RUNNING SHOWS ITS OLD DATE. JOBWATCH.COB IS
      *    WHAT MAILS ABOUT IT.
       EMIT-JOB-RUNS.
           DISPLAY
               PARA CLOSE-PARA
                 BOLD 'scheduled jobs: ' END-BOLD
               END-PARA
               DIV LINEAGE BECOMES 'jobruns' CLOSE-DIV
           END-DISPLAY.
           MOVE 0 TO WS-JR-COUNT.
           MOVE 'N' TO WS-JOB-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL JOB-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET JOB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-JL-JOB
                           UNSTRING CALENDAR-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-JL-JOB
                           END-UNSTRING
                           IF WS-JL-JOB NOT = SPACES
                                   AND WS-JR-COUNT < 40
                               ADD 1 TO WS-JR-COUNT
                               MOVE SPACES TO WS-JR-ENTRY(WS-JR-COUNT)
                               MOVE WS-JL-JOB
                                   TO WS-JR-NAME(WS-JR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           MOVE 'N' TO WS-JOB-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL JOB-EOF
                   READ LEDGER-FILE
                       AT END
                           SET JOB-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-LATEST-JOB-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-JR-COUNT = 0
               DISPLAY
                   PARA CLOSE-PARA
                     'no job calendar'
                   END-PARA
               END-DISPLAY
           END-IF.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
               PERFORM EMIT-ONE-JOB-RUN
           END-PERFORM.
           DISPLAY
               END-DIV
           END-DISPLAY.

       KEEP-LATEST-JOB-ROW.
           MOVE SPACES TO WS-JL-STAMP WS-JL-JOB WS-JL-EVENT
               WS-JL-OUTCOME WS-JL-ROWS WS-JL-SECS.
           UNSTRING LEDGER-FILE-LINE DELIMITED BY '|'
               INTO WS-JL-STAMP WS-JL-JOB WS-JL-EVENT WS-JL-OUTCOME
                    WS-JL-ROWS WS-JL-SECS
           END-UNSTRING.
           MOVE 0 TO WS-JR-FOUND.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT OR WS-JR-FOUND > 0
               IF WS-JR-NAME(WS-JR-IDX) = WS-JL-JOB
                   MOVE WS-JR-IDX TO WS-JR-FOUND
               END-IF
           END-PERFORM.
           IF WS-JR-FOUND > 0
               IF WS-JL-EVENT = 'start'
                   MOVE WS-JL-STAMP TO WS-JR-START(WS-JR-FOUND)
               ELSE
                   MOVE WS-JL-STAMP TO WS-JR-END(WS-JR-FOUND)
                   MOVE WS-JL-OUTCOME TO WS-JR-OUTCOME(WS-JR-FOUND)
                   MOVE WS-JL-ROWS TO WS-JR-ROWS(WS-JR-FOUND)
                   MOVE WS-JL-SECS TO WS-JR-SECS(WS-JR-FOUND)
               END-IF
           END-IF.

       EMIT-ONE-JOB-RUN.
           EVALUATE TRUE
               WHEN WS-JR-START(WS-JR-IDX) = SPACES
                       AND WS-JR-END(WS-JR-IDX) = SPACES
                   DISPLAY
                       DIV LINEAGE BECOMES 'jobrun' CLOSE-DIV
                         FUNCTION TRIM(WS-JR-NAME(WS-JR-IDX))
                         ': no run recorded'
                       END-DIV
                   END-DISPLAY
               WHEN WS-JR-START(WS-JR-IDX) > WS-JR-END(WS-JR-IDX)
                   DISPLAY
                       DIV LINEAGE BECOMES 'jobrun' CLOSE-DIV
                         FUNCTION TRIM(WS-JR-NAME(WS-JR-IDX))
                         ': started '
                         WS-JR-START(WS-JR-IDX)(1:8) ' '
                         WS-JR-START(WS-JR-IDX)(9:4)
                         ', no end recorded'
                       END-DIV
                   END-DISPLAY
               WHEN OTHER
                   MOVE 0 TO WS-JL-ROWS-NUM WS-JL-SECS-NUM
                   IF FUNCTION TEST-NUMVAL(WS-JR-ROWS(WS-JR-IDX)) = 0
                       MOVE FUNCTION NUMVAL(WS-JR-ROWS(WS-JR-IDX))
                           TO WS-JL-ROWS-NUM
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-JR-SECS(WS-JR-IDX)) = 0
                       MOVE FUNCTION NUMVAL(WS-JR-SECS(WS-JR-IDX))
                           TO WS-JL-SECS-NUM
                   END-IF
                   MOVE WS-JL-ROWS-NUM TO WS-JL-ROWS-EDIT
                   MOVE WS-JL-SECS-NUM TO WS-JL-SECS-EDIT
                   DISPLAY
                       DIV LINEAGE BECOMES 'jobrun' CLOSE-DIV
                         FUNCTION TRIM(WS-JR-NAME(WS-JR-IDX))
                         ': '
                         WS-JR-END(WS-JR-IDX)(1:8) ' '
                         WS-JR-END(WS-JR-IDX)(9:4) ' '
                         FUNCTION TRIM(WS-JR-OUTCOME(WS-JR-IDX))
                         ', '
                         FUNCTION TRIM(WS-JL-ROWS-EDIT)
                         ' row(s) in '
                         FUNCTION TRIM(WS-JL-SECS-EDIT)
                         's'
                       END-DIV
                   END-DISPLAY
           END-EVALUATE.

      *    TREESEAL.COB CHECKS THE BINARIES AND MASTER FILES AGAINST
      *    THE BUILD'S SIGNED SEAL EVERY HOUR. THE LINE THAT MATTERS
      *    IS THE LAST CLEAN CHECK; A LATER CHECK THAT WAS NOT CLEAN
      *    IS SHOWN UNDER IT WITH ITS COUNT (THE ALERT MAIL HAS THE
      *    FILES).
       EMIT-SEAL-STATUS.
           DISPLAY
               PARA CLOSE-PARA
                 BOLD 'tree seal: ' END-BOLD
               END-PARA
               DIV LINEAGE BECOMES 'treeseal' CLOSE-DIV
           END-DISPLAY.
           OPEN INPUT SEAL-STATE-FILE.
           IF WS-SEAL-STATUS = '00'
               READ SEAL-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING SEAL-STATE-LINE DELIMITED BY '|'
                           INTO WS-SL-STAMP WS-SL-OUTCOME
                                WS-SL-UNEXPLAINED WS-SL-EXPECTED
                                WS-SL-CLEAN
                       END-UNSTRING
               END-READ
               CLOSE SEAL-STATE-FILE
           END-IF.
           IF WS-SL-CLEAN = SPACES
               DISPLAY
                   DIV LINEAGE BECOMES 'sealrun' CLOSE-DIV
                     'no clean verification recorded'
                   END-DIV
               END-DISPLAY
           ELSE
               DISPLAY
                   DIV LINEAGE BECOMES 'sealrun' CLOSE-DIV
                     'last clean verification: '
                     WS-SL-CLEAN(1:8) ' ' WS-SL-CLEAN(9:4)
                   END-DIV
               END-DISPLAY
           END-IF.
           IF WS-SL-STAMP NOT = SPACES
                   AND FUNCTION TRIM(WS-SL-OUTCOME) NOT = 'clean'
               DISPLAY
                   DIV LINEAGE BECOMES 'sealrun' CLOSE-DIV
                     'last check: '
                     WS-SL-STAMP(1:8) ' ' WS-SL-STAMP(9:4) ' '
                     FUNCTION TRIM(WS-SL-OUTCOME) ', '
                     FUNCTION TRIM(WS-SL-UNEXPLAINED)
                     ' unexplained change(s)'
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

      *    ERRLOG.CBL APPENDS A ROW FOR EVERY BAD FILE STATUS THE
      *    PROGRAMS HIT - THE LAST WEEK'S COUNT BELONGS ON THE HEALTH
      *    PAGE NEXT TO THE BUILD CHECKS. ERRRPT.COB HAS THE FULL
           DISPLAY
               END-DIV
           END-DISPLAY.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM STATUS.
