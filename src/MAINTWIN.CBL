       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTWIN.
      *    SHARED SUBPROGRAM - THE MAINTENANCE CALENDAR. DEGRADED.CBL
      *    CATCHES THE DISK THAT FAILS WITHOUT WARNING; PLANNED WORK
      *    (A MIGRATE.COB RUN, A HOST MOVE, A LONG RETAIN.COB SWEEP)
      *    IS WRITTEN DOWN AHEAD OF TIME IN data/MAINTENANCE.DAT:
      *        START|END|MESSAGE
      *    START AND END AS YYYYMMDDHHMM IN SERVER TIME, THE MESSAGE
      *    AS READERS SHOULD SEE IT. A ROW WITHOUT TWO WELL-FORMED
      *    STAMPS, OR ENDING BEFORE IT STARTS, IS SKIPPED. WHILE A
      *    WINDOW IS OPEN THE FORMS CLOSE (DEGRADED.CBL), EVERY PAGE
      *    CARRIES THE MESSAGE AND THE DAY BEFORE CARRIES A NOTICE
      *    (BANNER.CBL), CRAWLERS ARE TURNED AWAY WITH A 503
      *    (HTTPHDR.CBL), AND PUBRUN.COB AND THE SCHEDULED JOBS
      *    (THROUGH JOBLOG.CBL) DECLINE TO START UNLESS FORCED. THE
      *    FIRST OPEN WINDOW WINS; FAILING THAT THE EARLIEST ONE
      *    OPENING BEFORE THE END OF TOMORROW. SEE MAINTWIN.CPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "data/MAINTENANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-FILE-LINE     PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-MAINT-EOF        PIC X       VALUE 'N'.
               88  MAINT-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-NOW              PIC X(12).
       01  WS-TOMORROW         PIC 9(8).
       01  WS-M-START          PIC X(12).
       01  WS-M-END            PIC X(12).
       01  WS-M-MESSAGE        PIC X(200).
       01  WS-FORCE-VALUE      PIC X(10)   VALUE SPACES.
       01  WS-END-SECS         PIC 9(12).
       01  WS-NOW-SECS         PIC 9(12).
       LINKAGE SECTION.
           COPY 'MAINTWIN.CPY'.
       PROCEDURE DIVISION USING MAINT-WINDOW.
           MOVE 'N' TO MNT-STATE.
           MOVE 'N' TO MNT-FORCE.
           MOVE SPACES TO MNT-START MNT-END MNT-START-TEXT
               MNT-END-TEXT MNT-MESSAGE.
           MOVE 0 TO MNT-SECONDS-LEFT.
           MOVE SPACES TO WS-FORCE-VALUE.
           ACCEPT WS-FORCE-VALUE FROM ENVIRONMENT 'MAINTENANCE_FORCE'.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FORCE-VALUE))
                   = 'yes'
               MOVE 'Y' TO MNT-FORCE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:12) TO WS-NOW.
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))) + 1).
           MOVE 'N' TO WS-MAINT-EOF.
           OPEN INPUT MAINT-FILE.
           IF WS-MAINT-STATUS = '00'
               PERFORM UNTIL MAINT-EOF
                   READ MAINT-FILE
                       AT END
                           SET MAINT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-WINDOW
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF.
           IF NOT MNT-NONE
               PERFORM FORMAT-WINDOW
           END-IF.
       GOBACK.

       TAKE-ONE-WINDOW.
           MOVE SPACES TO WS-M-START WS-M-END WS-M-MESSAGE.
           UNSTRING MAINT-FILE-LINE DELIMITED BY '|'
               INTO WS-M-START WS-M-END WS-M-MESSAGE
           END-UNSTRING.
           IF WS-M-START IS NUMERIC AND WS-M-END IS NUMERIC
                   AND WS-M-END > WS-M-START
                   AND NOT MNT-ACTIVE
               EVALUATE TRUE
                   WHEN WS-M-START <= WS-NOW AND WS-NOW < WS-M-END
                       MOVE 'A' TO MNT-STATE
                       PERFORM KEEP-WINDOW
                   WHEN WS-M-START > WS-NOW
                           AND WS-M-START(1:8) <= WS-TOMORROW
                       IF MNT-NONE OR WS-M-START < MNT-START
                           MOVE 'C' TO MNT-STATE
                           PERFORM KEEP-WINDOW
                       END-IF
               END-EVALUATE
           END-IF.

       KEEP-WINDOW.
           MOVE WS-M-START TO MNT-START.
           MOVE WS-M-END TO MNT-END.
           MOVE WS-M-MESSAGE TO MNT-MESSAGE.

      *    "YYYY-MM-DD HH:MM" BOTH ENDS, AND FOR AN OPEN WINDOW THE
      *    SECONDS UNTIL IT CLOSES - NEVER LESS THAN A MINUTE, SO A
      *    CRAWLER TOLD TO COME BACK DOES NOT COME BACK AT ONCE.
       FORMAT-WINDOW.
           STRING MNT-START(1:4) '-' MNT-START(5:2) '-'
                  MNT-START(7:2) ' ' MNT-START(9:2) ':'
                  MNT-START(11:2) DELIMITED BY SIZE
               INTO MNT-START-TEXT
           END-STRING.
           STRING MNT-END(1:4) '-' MNT-END(5:2) '-'
                  MNT-END(7:2) ' ' MNT-END(9:2) ':'
                  MNT-END(11:2) DELIMITED BY SIZE
               INTO MNT-END-TEXT
           END-STRING.
           IF MNT-ACTIVE
               COMPUTE WS-END-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(MNT-END(1:8))) * 86400
                   + FUNCTION NUMVAL(MNT-END(9:2)) * 3600
                   + FUNCTION NUMVAL(MNT-END(11:2)) * 60
               COMPUTE WS-NOW-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))) * 86400
                   + FUNCTION NUMVAL(WS-TODAY-STAMP(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-TODAY-STAMP(11:2)) * 60
                   + FUNCTION NUMVAL(WS-TODAY-STAMP(13:2))
               MOVE 60 TO MNT-SECONDS-LEFT
               IF WS-END-SECS > WS-NOW-SECS + 60
                   COMPUTE MNT-SECONDS-LEFT = WS-END-SECS - WS-NOW-SECS
               END-IF
           END-IF.
       END PROGRAM MAINTWIN.
