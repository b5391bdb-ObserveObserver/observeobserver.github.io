       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISKFCST.
      *    SHARED SUBPROGRAM - THE FREE-SPACE FORECAST. DISKGROW.COB
      *    ENTERS A free ROW IN data/DISK-GROWTH.DAT EVERY DAY
      *    (DATE|free|FREE-KB|TOTAL-KB, BESIDE THE PER-FILE ROWS);
      *    THIS FITS A STRAIGHT LINE THROUGH THE LAST 28 DAYS OF
      *    THOSE READINGS BY LEAST SQUARES, SO ONE BIG UPLOAD OR ONE
      *    CLEAN-UP DOES NOT SWING THE ANSWER THE WAY TWO END POINTS
      *    WOULD, AND SAYS HOW FAST FREE SPACE IS GOING AND THE DATE
      *    IT RUNS OUT AT THAT RATE (SEE DSKREC.CPY). DISKGROW.COB
      *    ALARMS ON THE ANSWER; DISKRPT.COB PRINTS IT. A RUN-OUT MORE
      *    THAN 99999 DAYS AWAY IS REPORTED AS STEADY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROWTH-FILE ASSIGN TO "data/DISK-GROWTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROWTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GROWTH-FILE.
       01  GROWTH-FILE-LINE    PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-GROWTH-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  GROWTH-EOF                  VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-INT        PIC 9(8)    VALUE 0.
       01  WS-G-DATE           PIC X(8).
       01  WS-G-FILE           PIC X(120).
       01  WS-G-FREE-X         PIC X(16).
       01  WS-G-TOTAL-X        PIC X(16).
       01  WS-G-AGE            PIC S9(7).
      *    THE LEAST-SQUARES SUMS - X IS THE READING'S AGE IN DAYS
      *    (NEGATIVE, TODAY IS NOUGHT), Y ITS FREE KILOBYTES.
       01  WS-SUM-N            PIC S9(7)   VALUE 0.
       01  WS-SUM-X            PIC S9(9)   VALUE 0.
       01  WS-SUM-XX           PIC S9(11)  VALUE 0.
       01  WS-SUM-Y            PIC S9(18)  VALUE 0.
       01  WS-SUM-XY           PIC S9(18)  VALUE 0.
       01  WS-X                PIC S9(7).
       01  WS-Y                PIC S9(15).
       01  WS-DENOM            PIC S9(18).
       01  WS-SLOPE            PIC S9(13)V9(4).
       01  WS-DAYS-LEFT        PIC 9(9).
       LINKAGE SECTION.
           COPY 'DSKREC.CPY'.
       PROCEDURE DIVISION USING DISK-FORECAST.
           SET DSK-NO-TREND TO TRUE.
           MOVE 0 TO DSK-READINGS DSK-FREE-KB DSK-TOTAL-KB
               DSK-DAILY-KB DSK-DAYS-LEFT.
           MOVE SPACES TO DSK-LAST-DATE DSK-RUNOUT-DATE.
           MOVE 0 TO WS-SUM-N WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY
               WS-DAYS-LEFT.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-STAMP(1:8))).
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GROWTH-FILE.
           IF WS-GROWTH-STATUS = '00'
               PERFORM UNTIL GROWTH-EOF
                   READ GROWTH-FILE
                       AT END
                           SET GROWTH-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-FREE-READING
                   END-READ
               END-PERFORM
               CLOSE GROWTH-FILE
           END-IF.
           MOVE WS-SUM-N TO DSK-READINGS.
           COMPUTE WS-DENOM =
               WS-SUM-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
           IF WS-DENOM > 0
               COMPUTE WS-SLOPE ROUNDED =
                   (WS-SUM-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                   / WS-DENOM
               IF WS-SLOPE < 0
                   COMPUTE DSK-DAILY-KB ROUNDED = 0 - WS-SLOPE
               END-IF
               IF DSK-DAILY-KB > 0
                   COMPUTE WS-DAYS-LEFT = DSK-FREE-KB / DSK-DAILY-KB
               END-IF
               IF DSK-DAILY-KB > 0 AND WS-DAYS-LEFT <= 99999
                   SET DSK-FILLING TO TRUE
                   MOVE WS-DAYS-LEFT TO DSK-DAYS-LEFT
                   MOVE FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT + WS-DAYS-LEFT)
                       TO DSK-RUNOUT-DATE
               ELSE
                   SET DSK-STEADY TO TRUE
               END-IF
           END-IF.
       GOBACK.

      *    THE ROWS ARE IN DATE ORDER, SO THE LAST free ROW READ IS
      *    THE LATEST READING.
       TAKE-FREE-READING.
           MOVE SPACES TO WS-G-DATE WS-G-FILE WS-G-FREE-X
               WS-G-TOTAL-X.
           UNSTRING GROWTH-FILE-LINE DELIMITED BY '|'
               INTO WS-G-DATE WS-G-FILE WS-G-FREE-X WS-G-TOTAL-X
           END-UNSTRING.
           IF FUNCTION TRIM(WS-G-FILE) = 'free'
                   AND WS-G-DATE IS NUMERIC
                   AND WS-G-FREE-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-G-FREE-X) = 0
               MOVE WS-G-DATE TO DSK-LAST-DATE
               MOVE FUNCTION NUMVAL(WS-G-FREE-X) TO DSK-FREE-KB
               IF WS-G-TOTAL-X NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-G-TOTAL-X) = 0
                   MOVE FUNCTION NUMVAL(WS-G-TOTAL-X) TO DSK-TOTAL-KB
               END-IF
               COMPUTE WS-G-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-G-DATE))
               IF WS-G-AGE >= 0 AND WS-G-AGE < 28
                   COMPUTE WS-X = 0 - WS-G-AGE
                   MOVE DSK-FREE-KB TO WS-Y
                   ADD 1 TO WS-SUM-N
                   ADD WS-X TO WS-SUM-X
                   COMPUTE WS-SUM-XX = WS-SUM-XX + WS-X * WS-X
                   ADD WS-Y TO WS-SUM-Y
                   COMPUTE WS-SUM-XY = WS-SUM-XY + WS-X * WS-Y
               END-IF
           END-IF.
       END PROGRAM DISKFCST.
