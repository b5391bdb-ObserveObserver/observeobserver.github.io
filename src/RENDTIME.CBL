       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDTIME.
      *    SHARED SUBPROGRAM - SERVER-SIDE RENDER TIMING. PROBE.COB
      *    TIMES A PAGE FROM OUTSIDE BUT CANNOT SAY WHERE THE TIME
      *    WENT. EVERY PAGE PROGRAM - EVERY CGI THAT SENDS HEADERS
      *    THROUGH HTTPHDR.CBL - CALLS HERE (SEE RTMREC.CPY) AT THE
      *    START AND END OF THE REQUEST, AND THE HEAVY PARAGRAPHS
      *    MARK THEIR OWN BEGINNING AND END.
      *    NOTHING IS WRITTEN UNTIL THE END MARK - THE NAMED POINTS
      *    WAIT IN WORKING STORAGE SO THE LOG'S OWN OPEN AND WRITE DO
      *    NOT LAND INSIDE THE NUMBERS - AND THEN ONE ROW PER POINT
      *    AND A total ROW GO ON THE END OF data/RENDER-TIMES.DAT:
      *        STAMP|PAGE|POINT|MILLISECONDS
      *    THE CLOCK IS CURRENT-DATE'S HUNDREDTHS, SO A MILLISECOND
      *    FIGURE MOVES IN STEPS OF TEN; A REQUEST THAT RUNS OVER
      *    MIDNIGHT IS WRAPPED. A CLOSE WITH NO MATCHING BEGIN, AND AN
      *    END WITH NO START, ARE LEFT OUT RATHER THAN GUESSED AT.
      *    RENDRPT.COB RANKS THE LOG EACH NIGHT. LIKE ERRLOG.CBL THE
      *    APPEND SKIPS THE FGUARD LOCK AND A FAILED OPEN IS
      *    SWALLOWED - TIMING A PAGE MUST NEVER BREAK IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMES-FILE ASSIGN TO "data/RENDER-TIMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMES-FILE.
       01  TIMES-FILE-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TIMES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOW-MS           PIC 9(9)    VALUE 0.
       01  WS-START-MS         PIC 9(9)    VALUE 0.
       01  WS-STARTED          PIC X       VALUE 'N'.
               88  REQUEST-STARTED             VALUE 'Y'.
       01  WS-OPEN-POINT       PIC X(20)   VALUE SPACES.
       01  WS-OPEN-MS          PIC 9(9)    VALUE 0.
       01  WS-SINCE-MS         PIC 9(9)    VALUE 0.
       01  WS-ELAPSED-MS       PIC 9(7)    VALUE 0.
      *    THE POINTS CLOSED SO FAR IN THIS REQUEST. A PARAGRAPH
      *    PERFORMED MORE THAN ONCE ADDS UP UNDER ONE NAME.
       01  WS-POINT-TABLE.
               05  WS-PT-ENTRY     OCCURS 20 TIMES.
                   10  WS-PT-NAME      PIC X(20).
                   10  WS-PT-MS        PIC 9(7).
       01  WS-PT-COUNT         PIC 9(2)    VALUE 0.
       01  WS-PT-IDX           PIC 9(2).
       01  WS-PT-FOUND         PIC 9(2)    VALUE 0.
       LINKAGE SECTION.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION USING RENDER-MARK.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           COMPUTE WS-NOW-MS =
               (FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 360000
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 6000
               + FUNCTION NUMVAL(WS-TIMESTAMP(13:2)) * 100
               + FUNCTION NUMVAL(WS-TIMESTAMP(15:2))) * 10.
           EVALUATE TRUE
               WHEN RTM-REQUEST-START
                   MOVE WS-NOW-MS TO WS-START-MS
                   MOVE 'Y' TO WS-STARTED
                   MOVE SPACES TO WS-OPEN-POINT
                   MOVE 0 TO WS-PT-COUNT
               WHEN RTM-POINT-BEGIN
                   MOVE RTM-POINT TO WS-OPEN-POINT
                   MOVE WS-NOW-MS TO WS-OPEN-MS
               WHEN RTM-POINT-CLOSE
                   IF WS-OPEN-POINT NOT = SPACES
                           AND WS-OPEN-POINT = RTM-POINT
                       MOVE WS-OPEN-MS TO WS-SINCE-MS
                       PERFORM TIME-SINCE-MARK
                       PERFORM KEEP-CLOSED-POINT
                   END-IF
                   MOVE SPACES TO WS-OPEN-POINT
               WHEN RTM-REQUEST-END
                   IF REQUEST-STARTED
                       PERFORM WRITE-REQUEST-TIMES
                   END-IF
                   MOVE 'N' TO WS-STARTED
                   MOVE 0 TO WS-PT-COUNT
           END-EVALUATE.
       GOBACK.

       TIME-SINCE-MARK.
           IF WS-NOW-MS >= WS-SINCE-MS
               COMPUTE WS-ELAPSED-MS = WS-NOW-MS - WS-SINCE-MS
           ELSE
               COMPUTE WS-ELAPSED-MS =
                   WS-NOW-MS + 86400000 - WS-SINCE-MS
           END-IF.

       KEEP-CLOSED-POINT.
           MOVE 0 TO WS-PT-FOUND.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-FOUND > 0
               IF WS-PT-NAME(WS-PT-IDX) = RTM-POINT
                   MOVE WS-PT-IDX TO WS-PT-FOUND
               END-IF
           END-PERFORM.
           IF WS-PT-FOUND = 0 AND WS-PT-COUNT < 20
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-FOUND
               MOVE RTM-POINT TO WS-PT-NAME(WS-PT-FOUND)
               MOVE 0 TO WS-PT-MS(WS-PT-FOUND)
           END-IF.
           IF WS-PT-FOUND > 0
               ADD WS-ELAPSED-MS TO WS-PT-MS(WS-PT-FOUND)
           END-IF.

       WRITE-REQUEST-TIMES.
           MOVE WS-START-MS TO WS-SINCE-MS.
           PERFORM TIME-SINCE-MARK.
           OPEN EXTEND TIMES-FILE.
           IF WS-TIMES-STATUS NOT = '00'
               OPEN OUTPUT TIMES-FILE
           END-IF.
           IF WS-TIMES-STATUS = '00'
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   MOVE SPACES TO TIMES-FILE-LINE
                   STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(RTM-PAGE) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PT-NAME(WS-PT-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-PT-MS(WS-PT-IDX) DELIMITED BY SIZE
                       INTO TIMES-FILE-LINE
                   END-STRING
                   WRITE TIMES-FILE-LINE
               END-PERFORM
               MOVE SPACES TO TIMES-FILE-LINE
               STRING WS-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RTM-PAGE) DELIMITED BY SIZE
                      '|total|' DELIMITED BY SIZE
                      WS-ELAPSED-MS DELIMITED BY SIZE
                   INTO TIMES-FILE-LINE
               END-STRING
               WRITE TIMES-FILE-LINE
               CLOSE TIMES-FILE
           END-IF.
       END PROGRAM RENDTIME.
