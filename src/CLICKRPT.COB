       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICKRPT.
      *    BATCH JOB FOR CRON - THE MONTHLY OUTBOUND CLICK REPORT.
      *    READS data/OUTCLICKS.DAT (APPENDED TO BY OUTLINK.COB EVERY
      *    TIME A READER FOLLOWS A LINK OFF THE SITE) AND PRINTS, FOR
      *    ONE CALENDAR MONTH, THE DESTINATIONS FOLLOWED FROM EACH
      *    SOURCE PAGE (links, planet, OR A STORY-ID) MOST-CLICKED
      *    FIRST - THE OTHER HALF OF REFRPT.COB'S "WHO LINKED US" -
      *    THEN EVERY BLOGROLL ENTRY IN data/LINKS.DAT THAT NOBODY
      *    CLICKED THAT MONTH, MARKING THE ONES NOBODY HAS CLICKED
      *    SINCE THE LOG BEGAN. CRAWLERS NEVER REACH THE LOG, SO
      *    THERE IS NO SPLIT TO MAKE HERE.
      *        CLICKRPT.COB            LAST MONTH
      *        CLICKRPT.COB 202609     THAT MONTH
      *    EACH RUN STARTS AND ENDS IN THE RUN LEDGER THROUGH
      *    JOBLOG.CBL, COUNTING THE MONTH'S CLICKS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-CLICK-FILE ASSIGN TO "data/OUTCLICKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'OUTCFD.CPY'.
           COPY 'LINKSFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'OUTCREC.CPY'.
           COPY 'LINKSREC.CPY'.
       01  WS-CLICK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  CLICK-EOF                   VALUE 'Y'.
       01  WS-LINKS-EOF        PIC X       VALUE 'N'.
               88  LINKS-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-RPT-MONTH        PIC X(6)    VALUE SPACES.
       01  WS-RPT-YM.
               05  WS-RPT-YEAR     PIC 9(4).
               05  WS-RPT-MON      PIC 9(2).
      *    ONE ENTRY PER SOURCE PAGE AND DESTINATION CLICKED IN THE
      *    MONTH, AND THE LIST OF SOURCE PAGES IN FIRST-SEEN ORDER.
       01  WS-PAIR-TOTALS.
               05  WS-PAIR-ENTRY   OCCURS 500 TIMES.
                   10  WS-PAIR-PAGE    PIC X(20).
                   10  WS-PAIR-DEST    PIC X(220).
                   10  WS-PAIR-COUNT   PIC 9(6).
       01  WS-PAIR-TOTAL-COUNT PIC 9(4)    VALUE 0.
       01  WS-PAGE-LIST.
               05  WS-PAGE-NAME    OCCURS 100 TIMES PIC X(20).
       01  WS-PAGE-LIST-COUNT  PIC 9(4)    VALUE 0.
       01  WS-PRINTED.
               05  WS-PRINTED-FLAG OCCURS 500 TIMES PIC X VALUE 'N'.
      *    THE BLOGROLL, WITH ITS CLICKS THIS MONTH AND EVER.
       01  WS-ROLL-TABLE.
               05  WS-ROLL-ENTRY   OCCURS 200 TIMES.
                   10  WS-ROLL-URL     PIC X(120).
                   10  WS-ROLL-TITLE   PIC X(60).
                   10  WS-ROLL-MONTH   PIC 9(6).
                   10  WS-ROLL-EVER    PIC 9(6).
       01  WS-ROLL-COUNT       PIC 9(4)    VALUE 0.
       01  WS-ROLL-IDX         PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-BEST-IDX         PIC 9(4).
       01  WS-HIT-IDX          PIC 9(4).
       01  WS-PAGE-IDX         PIC 9(4).
       01  WS-MONTH-CLICKS     PIC 9(6)    VALUE 0.
       01  WS-UNCLICKED        PIC 9(4)    VALUE 0.
       01  WS-COUNT-ED         PIC Z(5)9.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'CLICKRPT' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-REPORT-MONTH.
           IF WS-RPT-MONTH = SPACES
               DISPLAY 'clickrpt: give the month as YYYYMM, or '
                   'nothing for last month'
               MOVE 'fail' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           PERFORM LOAD-BLOGROLL.
           PERFORM TALLY-CLICKS.
           DISPLAY 'outbound clicks for ' WS-RPT-MONTH(1:4) '-'
               WS-RPT-MONTH(5:2).
           DISPLAY '---------------------------'.
           IF WS-PAGE-LIST-COUNT = 0
               DISPLAY 'none logged.'
           END-IF.
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-LIST-COUNT
               DISPLAY ' '
               DISPLAY FUNCTION TRIM(WS-PAGE-NAME(WS-PAGE-IDX)) ':'
               PERFORM EMIT-PAGE-DESTINATIONS
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'blogroll entries nobody clicked'.
           DISPLAY '-------------------------------'.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
               IF WS-ROLL-MONTH(WS-ROLL-IDX) = 0
                   ADD 1 TO WS-UNCLICKED
                   PERFORM EMIT-UNCLICKED-ENTRY
               END-IF
           END-PERFORM.
           IF WS-UNCLICKED = 0
               DISPLAY 'every entry was followed at least once.'
           END-IF.
           DISPLAY ' '.
           MOVE WS-MONTH-CLICKS TO WS-COUNT-ED.
           DISPLAY 'clickrpt: ' WS-RPT-MONTH ' - '
               FUNCTION TRIM(WS-COUNT-ED) ' click(s), '
               WS-UNCLICKED ' of ' WS-ROLL-COUNT
               ' blogroll entries unclicked'.
           MOVE WS-MONTH-CLICKS TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

      *    NO ARGUMENT MEANS THE MONTH BEFORE THIS ONE.
       CHOOSE-REPORT-MONTH.
           MOVE SPACES TO WS-RPT-MONTH.
           IF WS-COMMAND-ARGS(1:6) IS NUMERIC
                   AND WS-COMMAND-ARGS(7:1) = SPACE
               MOVE WS-COMMAND-ARGS(1:6) TO WS-RPT-YM
               IF WS-RPT-MON >= 1 AND WS-RPT-MON <= 12
                   MOVE WS-COMMAND-ARGS(1:6) TO WS-RPT-MONTH
               END-IF
           ELSE
               IF WS-COMMAND-ARGS = SPACES
                   MOVE WS-TODAY-STAMP(1:6) TO WS-RPT-YM
                   IF WS-RPT-MON = 1
                       MOVE 12 TO WS-RPT-MON
                       SUBTRACT 1 FROM WS-RPT-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-RPT-MON
                   END-IF
                   MOVE WS-RPT-YM TO WS-RPT-MONTH
               END-IF
           END-IF.

       LOAD-BLOGROLL.
           OPEN INPUT LINKS-FILE.
           IF WS-LINKS-STATUS = '00'
               PERFORM UNTIL LINKS-EOF OR WS-ROLL-COUNT >= 200
                   READ LINKS-FILE
                       AT END
                           SET LINKS-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO LINK-URL LINK-TITLE
                           UNSTRING LINKS-FILE-LINE DELIMITED BY '|'
                               INTO LINK-URL LINK-TITLE
                           END-UNSTRING
                           IF FUNCTION TRIM(LINK-URL) NOT = SPACES
                               ADD 1 TO WS-ROLL-COUNT
                               MOVE LINK-URL
                                   TO WS-ROLL-URL(WS-ROLL-COUNT)
                               MOVE LINK-TITLE
                                   TO WS-ROLL-TITLE(WS-ROLL-COUNT)
                               MOVE 0 TO WS-ROLL-MONTH(WS-ROLL-COUNT)
                                   WS-ROLL-EVER(WS-ROLL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINKS-FILE
           END-IF.

       TALLY-CLICKS.
           OPEN INPUT OUT-CLICK-FILE.
           IF WS-CLICK-STATUS = '00'
               PERFORM UNTIL CLICK-EOF
                   READ OUT-CLICK-FILE
                       AT END
                           SET CLICK-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-CLICK
                   END-READ
               END-PERFORM
               CLOSE OUT-CLICK-FILE
           ELSE
               DISPLAY 'clickrpt: no data/OUTCLICKS.DAT yet'
           END-IF.

       TALLY-ONE-CLICK.
           MOVE SPACES TO OC-DATE OC-SOURCE OC-DEST.
           UNSTRING OUT-CLICK-LINE DELIMITED BY '|'
               INTO OC-DATE OC-SOURCE OC-DEST
           END-UNSTRING.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
               IF FUNCTION TRIM(WS-ROLL-URL(WS-ROLL-IDX)) =
                       FUNCTION TRIM(OC-DEST)
                   ADD 1 TO WS-ROLL-EVER(WS-ROLL-IDX)
                   IF OC-DATE(1:6) = WS-RPT-MONTH
                       ADD 1 TO WS-ROLL-MONTH(WS-ROLL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF OC-DATE(1:6) = WS-RPT-MONTH
               ADD 1 TO WS-MONTH-CLICKS
               PERFORM BUMP-PAIR-TOTAL
           END-IF.

       BUMP-PAIR-TOTAL.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAIR-TOTAL-COUNT
                       OR WS-HIT-IDX > 0
               IF WS-PAIR-PAGE(WS-SCAN-IDX) = OC-SOURCE
                       AND WS-PAIR-DEST(WS-SCAN-IDX) = OC-DEST
                   MOVE WS-SCAN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = 0 AND WS-PAIR-TOTAL-COUNT < 500
               ADD 1 TO WS-PAIR-TOTAL-COUNT
               MOVE OC-SOURCE TO WS-PAIR-PAGE(WS-PAIR-TOTAL-COUNT)
               MOVE OC-DEST TO WS-PAIR-DEST(WS-PAIR-TOTAL-COUNT)
               MOVE 1 TO WS-PAIR-COUNT(WS-PAIR-TOTAL-COUNT)
               PERFORM ADD-PAGE-IF-NEW
           ELSE
               IF WS-HIT-IDX > 0
                   ADD 1 TO WS-PAIR-COUNT(WS-HIT-IDX)
               END-IF
           END-IF.

       ADD-PAGE-IF-NEW.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAGE-LIST-COUNT
               IF WS-PAGE-NAME(WS-SCAN-IDX) = OC-SOURCE
                   MOVE WS-SCAN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = 0 AND WS-PAGE-LIST-COUNT < 100
               ADD 1 TO WS-PAGE-LIST-COUNT
               MOVE OC-SOURCE TO WS-PAGE-NAME(WS-PAGE-LIST-COUNT)
           END-IF.
           MOVE 0 TO WS-HIT-IDX.

       EMIT-PAGE-DESTINATIONS.
           PERFORM WS-PAIR-TOTAL-COUNT TIMES
               PERFORM FIND-HIGHEST-PAIR
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO WS-PRINTED-FLAG(WS-BEST-IDX)
                   DISPLAY
                       '  ' FUNCTION TRIM(WS-PAIR-DEST(WS-BEST-IDX))
                       ': ' WS-PAIR-COUNT(WS-BEST-IDX)
               END-IF
           END-PERFORM.

       FIND-HIGHEST-PAIR.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAIR-TOTAL-COUNT
               IF WS-PRINTED-FLAG(WS-SCAN-IDX) NOT = 'Y'
                       AND WS-PAIR-PAGE(WS-SCAN-IDX) =
                           WS-PAGE-NAME(WS-PAGE-IDX)
                   IF WS-BEST-IDX = 0 OR WS-PAIR-COUNT(WS-SCAN-IDX) >
                           WS-PAIR-COUNT(WS-BEST-IDX)
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

       EMIT-UNCLICKED-ENTRY.
           IF WS-ROLL-EVER(WS-ROLL-IDX) = 0
               DISPLAY
                   '  ' FUNCTION TRIM(WS-ROLL-TITLE(WS-ROLL-IDX))
                   ' - ' FUNCTION TRIM(WS-ROLL-URL(WS-ROLL-IDX))
                   ' (never clicked)'
           ELSE
               DISPLAY
                   '  ' FUNCTION TRIM(WS-ROLL-TITLE(WS-ROLL-IDX))
                   ' - ' FUNCTION TRIM(WS-ROLL-URL(WS-ROLL-IDX))
           END-IF.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM CLICKRPT.
