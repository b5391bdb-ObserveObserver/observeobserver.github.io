       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITERPT.
      *    BATCH JOB - THE WRITING REPORT. DRAFTS GROW FROM THE ROAD
      *    (API.COB w=body), FROM THE BACKLOG LOADER AND FROM ACCEPTED
      *    SUBMISSIONS, AND EACH OF THOSE NOW LEAVES A DATED ROW IN
      *    data/WRITING-LOG.DAT (WRITELOG.CBL, SEE WLOGREC.CPY).
      *    FIRST EVERY DRAFT'S BODY IS RECOUNTED THROUGH WRITELOG AS
      *    A 'hand' CHANGE, SO AN EDIT MADE OUTSIDE THE SITE STILL
      *    GETS INTO THE LOG - ON THE DAY IT IS NOTICED. THEN, AGAINST
      *    THE TARGETS IN data/WRITING-GOALS.DAT (WGOAL.CBL):
      *      - TODAY'S AND THIS WEEK'S NEW WORDS AGAINST THE DAILY
      *        AND WEEKLY GOALS (WEEKS RUN MONDAY TO SUNDAY);
      *      - THE CURRENT STREAK OF DAYS WITH NEW WORDS, AND THE
      *        BEST STREAK IN THE LAST YEAR;
      *      - THE LAST SEVEN DAYS, DAY BY DAY;
      *      - EVERY DRAFT WITH ITS LENGTH AGAINST ITS TARGET, THE
      *        ONE UNTOUCHED LONGEST FIRST.
      *    ONLY THE AUTHOR'S OWN WRITING (api AND hand ROWS) COUNTS
      *    TOWARD GOALS AND STREAKS; IMPORTS AND SUBMISSIONS ONLY
      *    MARK A DRAFT AS TOUCHED. A DAY COUNTS WHEN ITS NET IS
      *    ABOVE ZERO - A DAY SPENT CUTTING IS EDITING, NOT A BREAK,
      *    BUT IT DOES NOT EXTEND THE STREAK. AN UNWRITTEN TODAY DOES
      *    NOT BREAK IT EITHER UNTIL TODAY IS OVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT WRITING-LOG-FILE ASSIGN TO "data/WRITING-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'WLOGFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'WLOGREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-WLOG-STATUS      PIC X(2)    VALUE '00'.
       01  WS-WLOG-EOF         PIC X       VALUE 'N'.
               88  WLOG-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-TODAY-INT        PIC 9(8)    VALUE 0.
       01  WS-ROW-INT          PIC 9(8)    VALUE 0.
       01  WS-ROW-ADDED        PIC X(8).
       01  WS-ROW-TOTAL        PIC X(7).
       01  WS-ADDED-NUM        PIC S9(7)   VALUE 0.
       01  WS-WLOG-SOURCE      PIC X(10)   VALUE 'hand'.
       01  WS-WLOG-ADDED       PIC S9(7)   VALUE 0.
       01  WS-GOAL-KIND        PIC X(8).
       01  WS-GOAL-ID          PIC X(8)    VALUE SPACES.
       01  WS-DAILY-GOAL       PIC 9(7)    VALUE 0.
       01  WS-WEEKLY-GOAL      PIC 9(7)    VALUE 0.
      *    NET NEW WORDS PER DAY FOR THE LAST YEAR - ENTRY 1 IS
      *    TODAY, ENTRY 2 YESTERDAY, AND SO ON BACK.
       01  WS-DAY-TABLE.
           05  WS-DAY-WORDS        OCCURS 366 TIMES PIC S9(7).
       01  WS-DAY-IDX          PIC 9(3).
       01  WS-DAY-AGO          PIC 9(8).
       01  WS-WEEK-DAYS        PIC 9.
       01  WS-WEEK-WORDS       PIC S9(7)   VALUE 0.
       01  WS-STREAK           PIC 9(3)    VALUE 0.
       01  WS-RUN              PIC 9(3)    VALUE 0.
       01  WS-BEST-STREAK      PIC 9(3)    VALUE 0.
       01  WS-STREAK-OPEN      PIC X       VALUE 'Y'.
               88  STREAK-OPEN                 VALUE 'Y'.
       01  WS-SHOW-DATE        PIC 9(8).
       01  WS-WORDS-EDIT       PIC -(6)9.
       01  WS-GOAL-EDIT        PIC Z(6)9.
       01  WS-PCT              PIC 9(5)    VALUE 0.
       01  WS-PCT-EDIT         PIC Z(4)9.
      *    THE DRAFTS, WITH LENGTH, TARGET AND LAST TOUCH.
       01  WS-DR-COUNT         PIC 9(3)    VALUE 0.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY         OCCURS 100 TIMES.
               10  WS-DR-ID            PIC X(8).
               10  WS-DR-TITLE         PIC X(30).
               10  WS-DR-WORDS         PIC 9(7).
               10  WS-DR-TARGET        PIC 9(7).
               10  WS-DR-TOUCHED       PIC X(8).
       01  WS-DR-IDX           PIC 9(3).
       01  WS-SWAP-DR          PIC X(60).
       01  WS-DR-SWAPPED       PIC X       VALUE 'N'.
               88  DR-SWAPPED                  VALUE 'Y'.
       01  WS-BODY-FOUND       PIC X.
       01  WS-IDLE-DAYS        PIC 9(5).
       01  WS-IDLE-EDIT        PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE)).
           INITIALIZE WS-DAY-TABLE.
           PERFORM LOAD-AND-SWEEP-DRAFTS.
           PERFORM READ-WRITING-LOG.
           PERFORM LOAD-GOALS.
           DISPLAY 'writerpt: writing as of ' WS-TODAY-DATE.
           PERFORM REPORT-GOALS.
           PERFORM REPORT-STREAK.
           PERFORM REPORT-LAST-WEEK.
           PERFORM REPORT-DRAFTS.
       GOBACK.

       LOAD-AND-SWEEP-DRAFTS.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-DRAFT = 'Y'
                                   AND FUNCTION TRIM(STORY-ID)
                                       NOT = SPACES
                                   AND WS-DR-COUNT < 100
                               PERFORM SWEEP-ONE-DRAFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.

       SWEEP-ONE-DRAFT.
           ADD 1 TO WS-DR-COUNT.
           MOVE STORY-ID TO WS-DR-ID(WS-DR-COUNT).
           MOVE STORY-TITLE TO WS-DR-TITLE(WS-DR-COUNT).
           MOVE SPACES TO WS-DR-TOUCHED(WS-DR-COUNT).
           CALL 'WRITELOG' USING STORY-ID WS-WLOG-SOURCE WS-WLOG-ADDED
               ON EXCEPTION
                   MOVE 0 TO WS-WLOG-ADDED
           END-CALL.
           IF WS-WLOG-ADDED NOT = 0
               MOVE WS-WLOG-ADDED TO WS-WORDS-EDIT
               DISPLAY 'writerpt: ' FUNCTION TRIM(STORY-ID)
                   ' changed outside the site - '
                   FUNCTION TRIM(WS-WORDS-EDIT) ' word(s) logged'
           END-IF.
           MOVE 0 TO WS-DR-WORDS(WS-DR-COUNT).
           CALL 'BODYWORDS' USING STORY-ID WS-DR-WORDS(WS-DR-COUNT)
               WS-BODY-FOUND
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'draft' TO WS-GOAL-KIND.
           MOVE 0 TO WS-DR-TARGET(WS-DR-COUNT).
           CALL 'WGOAL' USING WS-GOAL-KIND STORY-ID
               WS-DR-TARGET(WS-DR-COUNT)
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ONE PASS: OWN WRITING INTO THE DAY TABLE, AND THE LAST
      *    REAL CHANGE (A BASELINE ROW ADDS NOTHING) AS EACH DRAFT'S
      *    LAST TOUCH.
       READ-WRITING-LOG.
           OPEN INPUT WRITING-LOG-FILE.
           IF WS-WLOG-STATUS = '00'
               PERFORM UNTIL WLOG-EOF
                   READ WRITING-LOG-FILE
                       AT END
                           SET WLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE WRITING-LOG-FILE
           END-IF.

       TAKE-ONE-LOG-ROW.
           MOVE SPACES TO WRITING-LOG-RECORD WS-ROW-ADDED
               WS-ROW-TOTAL.
           UNSTRING WRITING-LOG-FILE-LINE DELIMITED BY '|'
               INTO WLG-DATE WLG-TIME WLG-STORY-ID WS-ROW-ADDED
                    WS-ROW-TOTAL WLG-SOURCE
           END-UNSTRING.
           MOVE 0 TO WS-ADDED-NUM.
           IF FUNCTION TEST-NUMVAL(WS-ROW-ADDED) = 0
               MOVE FUNCTION NUMVAL(WS-ROW-ADDED) TO WS-ADDED-NUM
           END-IF.
           IF WLG-DATE IS NUMERIC AND WS-ADDED-NUM NOT = 0
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > WS-DR-COUNT
                   IF WS-DR-ID(WS-DR-IDX) = WLG-STORY-ID
                       MOVE WLG-DATE TO WS-DR-TOUCHED(WS-DR-IDX)
                   END-IF
               END-PERFORM
               IF WLG-OWN-WRITING
                   COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WLG-DATE))
                   IF WS-ROW-INT <= WS-TODAY-INT
                           AND WS-TODAY-INT - WS-ROW-INT < 366
                       COMPUTE WS-DAY-IDX =
                           WS-TODAY-INT - WS-ROW-INT + 1
                       ADD WS-ADDED-NUM TO WS-DAY-WORDS(WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

       LOAD-GOALS.
           MOVE 'daily' TO WS-GOAL-KIND.
           CALL 'WGOAL' USING WS-GOAL-KIND WS-GOAL-ID WS-DAILY-GOAL
               ON EXCEPTION
                   MOVE 0 TO WS-DAILY-GOAL
           END-CALL.
           MOVE 'weekly' TO WS-GOAL-KIND.
           CALL 'WGOAL' USING WS-GOAL-KIND WS-GOAL-ID WS-WEEKLY-GOAL
               ON EXCEPTION
                   MOVE 0 TO WS-WEEKLY-GOAL
           END-CALL.

      *    DAY 1 OF THE INTEGER CALENDAR, 1601-01-01, WAS A MONDAY,
      *    SO (DAY - 1) MOD 7 IS DAYS SINCE MONDAY.
       REPORT-GOALS.
           MOVE WS-DAY-WORDS(1) TO WS-WORDS-EDIT.
           IF WS-DAILY-GOAL > 0
               MOVE WS-DAILY-GOAL TO WS-GOAL-EDIT
               PERFORM FIGURE-PERCENT-OF-DAY
               DISPLAY '  today: ' FUNCTION TRIM(WS-WORDS-EDIT)
                   ' of ' FUNCTION TRIM(WS-GOAL-EDIT) ' word(s) ('
                   FUNCTION TRIM(WS-PCT-EDIT) '%)'
           ELSE
               DISPLAY '  today: ' FUNCTION TRIM(WS-WORDS-EDIT)
                   ' word(s), no daily goal set'
           END-IF.
           COMPUTE WS-WEEK-DAYS =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
           MOVE 0 TO WS-WEEK-WORDS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WEEK-DAYS
               ADD WS-DAY-WORDS(WS-DAY-IDX) TO WS-WEEK-WORDS
           END-PERFORM.
           MOVE WS-WEEK-WORDS TO WS-WORDS-EDIT.
           IF WS-WEEKLY-GOAL > 0
               MOVE WS-WEEKLY-GOAL TO WS-GOAL-EDIT
               MOVE 0 TO WS-PCT
               IF WS-WEEK-WORDS > 0
                   COMPUTE WS-PCT =
                       WS-WEEK-WORDS * 100 / WS-WEEKLY-GOAL
               END-IF
               MOVE WS-PCT TO WS-PCT-EDIT
               DISPLAY '  this week: ' FUNCTION TRIM(WS-WORDS-EDIT)
                   ' of ' FUNCTION TRIM(WS-GOAL-EDIT) ' word(s) ('
                   FUNCTION TRIM(WS-PCT-EDIT) '%)'
           ELSE
               DISPLAY '  this week: ' FUNCTION TRIM(WS-WORDS-EDIT)
                   ' word(s), no weekly goal set'
           END-IF.

       FIGURE-PERCENT-OF-DAY.
           MOVE 0 TO WS-PCT.
           IF WS-DAY-WORDS(1) > 0
               COMPUTE WS-PCT = WS-DAY-WORDS(1) * 100 / WS-DAILY-GOAL
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.

       REPORT-STREAK.
           MOVE 0 TO WS-STREAK WS-RUN WS-BEST-STREAK.
           MOVE 'Y' TO WS-STREAK-OPEN.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 366
               IF WS-DAY-WORDS(WS-DAY-IDX) > 0
                   ADD 1 TO WS-RUN
                   IF STREAK-OPEN
                       ADD 1 TO WS-STREAK
                   END-IF
               ELSE
                   IF WS-DAY-IDX > 1
                       MOVE 'N' TO WS-STREAK-OPEN
                   END-IF
                   MOVE 0 TO WS-RUN
               END-IF
               IF WS-RUN > WS-BEST-STREAK
                   MOVE WS-RUN TO WS-BEST-STREAK
               END-IF
           END-PERFORM.
           DISPLAY '  streak: ' WS-STREAK ' day(s) running, best '
               WS-BEST-STREAK ' in the last year'.

       REPORT-LAST-WEEK.
           DISPLAY '  last seven days:'.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               COMPUTE WS-DAY-AGO = WS-TODAY-INT - WS-DAY-IDX + 1
               COMPUTE WS-SHOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-AGO)
               MOVE WS-DAY-WORDS(WS-DAY-IDX) TO WS-WORDS-EDIT
               DISPLAY '    ' WS-SHOW-DATE ' ' WS-WORDS-EDIT
           END-PERFORM.

      *    NEVER-TOUCHED DRAFTS (BLANK DATE) SORT AHEAD OF EVERYTHING,
      *    THEN THE OLDEST LAST TOUCH.
       REPORT-DRAFTS.
           SET DR-SWAPPED TO TRUE.
           PERFORM UNTIL NOT DR-SWAPPED
               MOVE 'N' TO WS-DR-SWAPPED
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX >= WS-DR-COUNT
                   IF WS-DR-TOUCHED(WS-DR-IDX) >
                           WS-DR-TOUCHED(WS-DR-IDX + 1)
                       MOVE WS-DR-ENTRY(WS-DR-IDX) TO WS-SWAP-DR
                       MOVE WS-DR-ENTRY(WS-DR-IDX + 1)
                           TO WS-DR-ENTRY(WS-DR-IDX)
                       MOVE WS-SWAP-DR TO WS-DR-ENTRY(WS-DR-IDX + 1)
                       SET DR-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY '  drafts, longest untouched first:'.
           IF WS-DR-COUNT = 0
               DISPLAY '    none'
           END-IF.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               PERFORM REPORT-ONE-DRAFT
           END-PERFORM.

       REPORT-ONE-DRAFT.
           MOVE WS-DR-WORDS(WS-DR-IDX) TO WS-WORDS-EDIT.
           IF WS-DR-TARGET(WS-DR-IDX) > 0
               MOVE WS-DR-TARGET(WS-DR-IDX) TO WS-GOAL-EDIT
               COMPUTE WS-PCT = WS-DR-WORDS(WS-DR-IDX) * 100
                   / WS-DR-TARGET(WS-DR-IDX)
               MOVE WS-PCT TO WS-PCT-EDIT
               DISPLAY '    ' WS-DR-ID(WS-DR-IDX) ' '
                   FUNCTION TRIM(WS-DR-TITLE(WS-DR-IDX)) ' - '
                   FUNCTION TRIM(WS-WORDS-EDIT) ' of '
                   FUNCTION TRIM(WS-GOAL-EDIT) ' word(s) ('
                   FUNCTION TRIM(WS-PCT-EDIT) '%)'
           ELSE
               DISPLAY '    ' WS-DR-ID(WS-DR-IDX) ' '
                   FUNCTION TRIM(WS-DR-TITLE(WS-DR-IDX)) ' - '
                   FUNCTION TRIM(WS-WORDS-EDIT) ' word(s)'
           END-IF.
           IF WS-DR-TOUCHED(WS-DR-IDX) IS NUMERIC
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DR-TOUCHED(WS-DR-IDX)))
               MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
               DISPLAY '        last touched '
                   WS-DR-TOUCHED(WS-DR-IDX) ', '
                   FUNCTION TRIM(WS-IDLE-EDIT) ' day(s) ago'
           ELSE
               DISPLAY '        no change logged yet'
           END-IF.
       END PROGRAM WRITERPT.
