       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTICS.
      *    THE EVENTS LIST AS AN iCALENDAR (.ics) FEED, SO A READER
      *    CAN SUBSCRIBE ONCE AND HAVE EVERY READING, SWAP MEET AND
      *    ANNIVERSARY STREAM TURN UP IN THEIR OWN CALENDAR. ONE
      *    VEVENT PER ROW OF data/EVENTS.DAT (SEE EVTREC.CPY), PAST
      *    ONES INCLUDED SO A SUBSCRIBED CALENDAR DOES NOT LOSE THEM.
      *    THE UID IS THE EVENT ID AT THE SITE'S HOST, SO A CHANGED
      *    ROW UPDATES THE SAME ENTRY INSTEAD OF ADDING A SECOND.
      *    TIMES IN THE MASTER ARE UTC AND GO OUT AS UTC ('Z'); AN
      *    EVENT WITHOUT A TIME GOES OUT AS AN ALL-DAY DATE. THE
      *    FORMAT WANTS CRLF LINE ENDS, TEXT WITH ',' ';' AND '\'
      *    BACKSLASHED, AND NO LINE LONGER THAN 75 OCTETS - LONGER
      *    ONES ARE FOLDED ONTO CONTINUATION LINES THAT START WITH A
      *    SPACE, NEVER PART WAY THROUGH A UTF-8 CHARACTER.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "data/EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EVTFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'text/calendar; charset=utf-8'.
           COPY 'SITECFG.CPY'.
           COPY 'EVTREC.CPY'.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EVENT-EOF        PIC X       VALUE 'N'.
               88  EVENT-EOF                   VALUE 'Y'.
       01  WS-CR               PIC X       VALUE X'0D'.
       01  WS-NOW-STAMP        PIC X(21).
       01  WS-SITE-HOST        PIC X(60)   VALUE SPACES.
       01  WS-HOST-SCRAP       PIC X(60).
       01  WS-HOST-REST        PIC X(100).
      *    ONE CONTENT LINE BEFORE FOLDING, AND THE FOLDING CURSOR.
       01  WS-ICS-LINE         PIC X(1200).
       01  WS-ICS-LEN          PIC 9(4).
       01  WS-ICS-POS          PIC 9(4).
       01  WS-ICS-TAKE         PIC 9(4).
       01  WS-ICS-ROOM         PIC 9(4).
       01  WS-ICS-BYTE         PIC X.
       01  WS-ICS-FIRST        PIC X       VALUE 'Y'.
               88  ICS-FIRST-PIECE             VALUE 'Y'.
      *    TEXT ESCAPING.
       01  WS-ESC-IN           PIC X(300).
       01  WS-ESC-OUT          PIC X(600).
       01  WS-ESC-LEN          PIC 9(4).
       01  WS-ESC-OUT-LEN      PIC 9(4).
       01  WS-ESC-I            PIC 9(4).
       01  WS-ESC-CH           PIC X.
      *    UTC ARITHMETIC IN WHOLE MINUTES SINCE INTEGER-OF-DATE'S
      *    DAY ZERO.
       01  WS-ABS-MINUTES      PIC S9(12)  VALUE 0.
       01  WS-ABS-DAYS         PIC 9(8).
       01  WS-DAY-MINUTES      PIC 9(4).
       01  WS-OFFSET-MINUTES   PIC S9(4)   VALUE 0.
       01  WS-RUN-MINUTES      PIC 9(4).
       01  WS-CAL-DATE         PIC 9(8).
       01  WS-CAL-HH           PIC 99.
       01  WS-CAL-MM           PIC 99.
       01  WS-UTC-STAMP        PIC X(16).
       01  WS-DTSTAMP          PIC X(16).
       01  WS-DTEND-DATE       PIC X(8).
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'EVENTICS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM DERIVE-SITE-HOST.
           PERFORM COMPUTE-DTSTAMP.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           MOVE 'BEGIN:VCALENDAR' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE 'VERSION:2.0' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'PRODID:-//' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-HOST) DELIMITED BY SIZE
                  '//events//EN' DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           MOVE 'CALSCALE:GREGORIAN' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE 'METHOD:PUBLISH' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE 'X-WR-CALNAME:*observe.observer events' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EVENT-EOF
                   READ EVENT-FILE
                       AT END
                           SET EVENT-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-EVENT-RECORD
                           IF EVT-ID NOT = SPACES
                                   AND EVT-DATE IS NUMERIC
                               PERFORM EMIT-VEVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.
           MOVE 'END:VCALENDAR' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

      *    'https://observe.observer/' GIVES 'observe.observer'.
       DERIVE-SITE-HOST.
           MOVE SPACES TO WS-HOST-SCRAP WS-HOST-REST WS-SITE-HOST.
           UNSTRING WS-BASE-URL DELIMITED BY '//'
               INTO WS-HOST-SCRAP WS-HOST-REST
           END-UNSTRING.
           UNSTRING WS-HOST-REST DELIMITED BY '/'
               INTO WS-SITE-HOST
           END-UNSTRING.

       PARSE-EVENT-RECORD.
           MOVE SPACES TO EVENT-RECORD.
           UNSTRING EVENT-FILE-LINE DELIMITED BY '|'
               INTO EVT-ID EVT-DATE EVT-TIME EVT-MINUTES EVT-TITLE
                    EVT-PLACE EVT-CAPACITY EVT-DESC
           END-UNSTRING.

      *    CURRENT-DATE IS LOCAL TIME WITH ITS OFFSET FROM UTC IN
      *    POSITIONS 17-21 ('+HHMM'); TAKING THE OFFSET OFF GIVES
      *    THE UTC STAMP THE FORMAT ASKS FOR.
       COMPUTE-DTSTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:8) TO WS-CAL-DATE.
           MOVE WS-NOW-STAMP(9:2) TO WS-CAL-HH.
           MOVE WS-NOW-STAMP(11:2) TO WS-CAL-MM.
           COMPUTE WS-ABS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) * 1440
               + WS-CAL-HH * 60 + WS-CAL-MM.
           MOVE 0 TO WS-OFFSET-MINUTES.
           IF WS-NOW-STAMP(18:4) IS NUMERIC
               COMPUTE WS-OFFSET-MINUTES =
                   FUNCTION NUMVAL(WS-NOW-STAMP(18:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-STAMP(20:2))
               IF WS-NOW-STAMP(17:1) = '-'
                   ADD WS-OFFSET-MINUTES TO WS-ABS-MINUTES
               ELSE
                   SUBTRACT WS-OFFSET-MINUTES FROM WS-ABS-MINUTES
               END-IF
           END-IF.
           PERFORM FORMAT-UTC-STAMP.
           MOVE SPACES TO WS-DTSTAMP.
           STRING WS-UTC-STAMP(1:13) DELIMITED BY SIZE
                  WS-NOW-STAMP(13:2) DELIMITED BY SIZE
                  'Z' DELIMITED BY SIZE
               INTO WS-DTSTAMP
           END-STRING.

      *    WS-ABS-MINUTES BACK TO 'YYYYMMDDTHHMM'.
       FORMAT-UTC-STAMP.
           DIVIDE WS-ABS-MINUTES BY 1440 GIVING WS-ABS-DAYS
               REMAINDER WS-DAY-MINUTES.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-ABS-DAYS).
           DIVIDE WS-DAY-MINUTES BY 60 GIVING WS-CAL-HH
               REMAINDER WS-CAL-MM.
           MOVE SPACES TO WS-UTC-STAMP.
           STRING WS-CAL-DATE DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-CAL-HH DELIMITED BY SIZE
                  WS-CAL-MM DELIMITED BY SIZE
               INTO WS-UTC-STAMP
           END-STRING.

       EMIT-VEVENT.
           MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'UID:' DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-ID) DELIMITED BY SIZE
                  '@' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-HOST) DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTSTAMP:' DELIMITED BY SIZE
                  WS-DTSTAMP DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           IF EVT-TIME IS NUMERIC
               PERFORM EMIT-TIMED-SPAN
           ELSE
               PERFORM EMIT-ALL-DAY-SPAN
           END-IF.
           MOVE EVT-TITLE TO WS-ESC-IN.
           PERFORM ESCAPE-ICS-TEXT.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'SUMMARY:' DELIMITED BY SIZE
                  WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           IF EVT-PLACE NOT = SPACES
               MOVE EVT-PLACE TO WS-ESC-IN
               PERFORM ESCAPE-ICS-TEXT
               MOVE SPACES TO WS-ICS-LINE
               STRING 'LOCATION:' DELIMITED BY SIZE
                      WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                   INTO WS-ICS-LINE
               END-STRING
               PERFORM EMIT-ICS-LINE
           END-IF.
           IF EVT-DESC NOT = SPACES
               MOVE EVT-DESC TO WS-ESC-IN
               PERFORM ESCAPE-ICS-TEXT
               MOVE SPACES TO WS-ICS-LINE
               STRING 'DESCRIPTION:' DELIMITED BY SIZE
                      WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                   INTO WS-ICS-LINE
               END-STRING
               PERFORM EMIT-ICS-LINE
           END-IF.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'URL:' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'EVENTS.COB#' DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-ID) DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           MOVE 'END:VEVENT' TO WS-ICS-LINE.
           PERFORM EMIT-ICS-LINE.

      *    START AT EVT-TIME, END EVT-MINUTES LATER (AN HOUR WHEN THE
      *    MASTER DOES NOT SAY), WHICH MAY BE PAST MIDNIGHT.
       EMIT-TIMED-SPAN.
           MOVE EVT-DATE TO WS-CAL-DATE.
           MOVE EVT-TIME(1:2) TO WS-CAL-HH.
           MOVE EVT-TIME(3:2) TO WS-CAL-MM.
           COMPUTE WS-ABS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) * 1440
               + WS-CAL-HH * 60 + WS-CAL-MM.
           PERFORM FORMAT-UTC-STAMP.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTSTART:' DELIMITED BY SIZE
                  WS-UTC-STAMP(1:13) DELIMITED BY SIZE
                  '00Z' DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           MOVE 60 TO WS-RUN-MINUTES.
           IF FUNCTION NUMVAL(EVT-MINUTES) > 0
               MOVE FUNCTION NUMVAL(EVT-MINUTES) TO WS-RUN-MINUTES
           END-IF.
           ADD WS-RUN-MINUTES TO WS-ABS-MINUTES.
           PERFORM FORMAT-UTC-STAMP.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTEND:' DELIMITED BY SIZE
                  WS-UTC-STAMP(1:13) DELIMITED BY SIZE
                  '00Z' DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.

      *    AN ALL-DAY EVENT ENDS (EXCLUSIVELY) ON THE NEXT DAY.
       EMIT-ALL-DAY-SPAN.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTSTART;VALUE=DATE:' DELIMITED BY SIZE
                  EVT-DATE DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.
           MOVE EVT-DATE TO WS-CAL-DATE.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1).
           MOVE WS-CAL-DATE TO WS-DTEND-DATE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTEND;VALUE=DATE:' DELIMITED BY SIZE
                  WS-DTEND-DATE DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM EMIT-ICS-LINE.

      *    BACKSLASH BEFORE '\' ';' AND ','. WS-ESC-OUT-LEN IS THE
      *    ESCAPED LENGTH, AT LEAST 1 SO IT CAN BE USED AS A
      *    REFERENCE-MODIFICATION LENGTH.
       ESCAPE-ICS-TEXT.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
               TO WS-ESC-LEN.
           MOVE 0 TO WS-ESC-OUT-LEN.
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
                   UNTIL WS-ESC-I > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-I:1) TO WS-ESC-CH
               IF WS-ESC-CH = '\' OR WS-ESC-CH = ';'
                       OR WS-ESC-CH = ','
                   ADD 1 TO WS-ESC-OUT-LEN
                   MOVE '\' TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-ESC-OUT-LEN
               MOVE WS-ESC-CH TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
           END-PERFORM.
           IF WS-ESC-OUT-LEN = 0
               MOVE 1 TO WS-ESC-OUT-LEN
           END-IF.

      *    WRITES WS-ICS-LINE AS ONE OR MORE CRLF-ENDED LINES OF AT
      *    MOST 75 OCTETS. A PIECE THAT WOULD END PART WAY THROUGH A
      *    UTF-8 CHARACTER IS CUT SHORT BEFORE IT, SO THE NEXT PIECE
      *    STARTS ON A LEAD BYTE (X'80'-X'BF' ARE CONTINUATIONS).
       EMIT-ICS-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-LINE TRAILING))
               TO WS-ICS-LEN.
           MOVE 1 TO WS-ICS-POS.
           MOVE 'Y' TO WS-ICS-FIRST.
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF ICS-FIRST-PIECE
                   MOVE 75 TO WS-ICS-ROOM
               ELSE
                   MOVE 74 TO WS-ICS-ROOM
               END-IF
               COMPUTE WS-ICS-TAKE = WS-ICS-LEN - WS-ICS-POS + 1
               IF WS-ICS-TAKE > WS-ICS-ROOM
                   MOVE WS-ICS-ROOM TO WS-ICS-TAKE
                   MOVE WS-ICS-LINE(WS-ICS-POS + WS-ICS-TAKE:1)
                       TO WS-ICS-BYTE
                   PERFORM UNTIL WS-ICS-TAKE = 1
                           OR WS-ICS-BYTE < X'80'
                           OR WS-ICS-BYTE > X'BF'
                       SUBTRACT 1 FROM WS-ICS-TAKE
                       MOVE WS-ICS-LINE(WS-ICS-POS + WS-ICS-TAKE:1)
                           TO WS-ICS-BYTE
                   END-PERFORM
               END-IF
               IF ICS-FIRST-PIECE
                   DISPLAY WS-ICS-LINE(WS-ICS-POS:WS-ICS-TAKE) WS-CR
                   MOVE 'N' TO WS-ICS-FIRST
               ELSE
                   DISPLAY ' ' WS-ICS-LINE(WS-ICS-POS:WS-ICS-TAKE)
                       WS-CR
               END-IF
               ADD WS-ICS-TAKE TO WS-ICS-POS
           END-PERFORM.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM EVENTICS.
