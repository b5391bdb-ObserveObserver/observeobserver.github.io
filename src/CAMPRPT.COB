       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
      *    BATCH JOB - CAMPAIGN ATTRIBUTION. EVERY LINK THE SITE
      *    SENDS OUT ABOUT A NEW STORY CARRIES A via= CODE (mail,
      *    digest, toot, feed, ring - SEE HITREC.CPY) AND COUNTER.CBL
      *    KEEPS IT ON THE HIT ROW, SO THIS CAN SAY, PER STORY AND
      *    PER CHANNEL, HOW MANY VISITS EACH ANNOUNCEMENT BROUGHT IN
      *    THE FIRST DAY, FIRST WEEK AND FIRST MONTH AFTER THE STORY
      *    WENT UP - WHETHER THE WEEKLY DIGEST OR THE TOOT ACTUALLY
      *    BRINGS READERS. THE FIRST DAY IS THE PUBLISH DATE ITSELF,
      *    THE FIRST WEEK THAT DAY AND THE SIX AFTER, THE FIRST MONTH
      *    THAT DAY AND THE TWENTY-NINE AFTER. TAGGED VISITS COME
      *    FROM THE LIVE data/HITS.DAT AND, FOR MONTHS HITROLL.COB HAS
      *    ALREADY CONDENSED, FROM data/HITS-CAMPAIGN.DAT. TAGGED
      *    VISITS TO PAGES THAT ARE NOT STORIES (THE RING LANDS ON THE
      *    FRONT PAGE) ARE TOTALLED AT THE FOOT. STORIES NOBODY
      *    REACHED THROUGH A TAGGED LINK ARE LEFT OUT. RUN IT BY HAND
      *    WHENEVER THE QUESTION COMES UP; IT CHANGES NOTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIT-FILE ASSIGN TO "data/HITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.
           SELECT HIT-CAMP-FILE ASSIGN TO "data/HITS-CAMPAIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'HITFD.CPY'.
           COPY 'HITCFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'HITREC.CPY'.
           COPY 'HITCREC.CPY'.
       01  WS-HIT-STATUS       PIC X(2)    VALUE '00'.
       01  WS-CAMP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-HIT-EOF          PIC X       VALUE 'N'.
               88  HIT-EOF                     VALUE 'Y'.
       01  WS-CAMP-EOF         PIC X       VALUE 'N'.
               88  CAMP-EOF                    VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
      *    THE PUBLISHED STORIES, NEWEST FIRST AS STORY.DAT KEEPS
      *    THEM, WITH THE PUBLISH DATE AS A DAY NUMBER.
       01  WS-STORY-TABLE.
               05  WS-ST-ENTRY     OCCURS 300 TIMES.
                   10  WS-ST-ID        PIC X(8).
                   10  WS-ST-TITLE     PIC X(60).
                   10  WS-ST-PUBDATE   PIC X(8).
                   10  WS-ST-DAYNUM    PIC 9(7).
       01  WS-ST-COUNT         PIC 9(4)    VALUE 0.
       01  WS-ST-IDX           PIC 9(4).
       01  WS-ST-FOUND         PIC 9(4)    VALUE 0.
      *    ONE ENTRY PER STORY AND CHANNEL; STORY INDEX 0 HOLDS THE
      *    NON-STORY PAGES, TOTALLED WITHOUT WINDOWS.
       01  WS-ATTR-TABLE.
               05  WS-AT-ENTRY     OCCURS 1000 TIMES.
                   10  WS-AT-STORY     PIC 9(4).
                   10  WS-AT-PAGE      PIC X(20).
                   10  WS-AT-CODE      PIC X(10).
                   10  WS-AT-DAY       PIC 9(6).
                   10  WS-AT-WEEK      PIC 9(6).
                   10  WS-AT-MONTH     PIC 9(6).
                   10  WS-AT-TOTAL     PIC 9(6).
       01  WS-AT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-AT-IDX           PIC 9(4).
       01  WS-AT-FOUND         PIC 9(4)    VALUE 0.
      *    ONE TAGGED VISIT (OR A CONDENSED DAY OF THEM) TO TALLY.
       01  WS-T-PAGE           PIC X(20).
       01  WS-T-DATE           PIC X(8).
       01  WS-T-CODE           PIC X(10).
       01  WS-T-COUNT          PIC 9(6).
       01  WS-T-AGE            PIC S9(7).
       01  WS-STORIES-SHOWN    PIC 9(4)    VALUE 0.
       01  WS-OTHER-SHOWN      PIC 9(4)    VALUE 0.
       01  WS-TAGGED-TOTAL     PIC 9(7)    VALUE 0.
       01  WS-DAY-ED           PIC Z(5)9.
       01  WS-WEEK-ED          PIC Z(5)9.
       01  WS-MONTH-ED         PIC Z(5)9.
       01  WS-TOTAL-ED         PIC Z(5)9.
       01  WS-CODE-COL         PIC X(10).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-STORIES.
           PERFORM TALLY-LIVE-LOG.
           PERFORM TALLY-CAMPAIGN-ARCHIVE.
           DISPLAY 'visits by channel after publish'.
           DISPLAY '-------------------------------'.
           DISPLAY '  channel      1st day  1st week 1st month   '
               'all time'.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM EMIT-ONE-STORY
           END-PERFORM.
           IF WS-STORIES-SHOWN = 0
               DISPLAY ' '
               DISPLAY 'no story has a tagged visit yet.'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'tagged visits to other pages'.
           DISPLAY '----------------------------'.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-STORY(WS-AT-IDX) = 0
                   ADD 1 TO WS-OTHER-SHOWN
                   MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-TOTAL-ED
                   DISPLAY '  ' WS-AT-PAGE(WS-AT-IDX) ' '
                       WS-AT-CODE(WS-AT-IDX) ' ' WS-TOTAL-ED
               END-IF
           END-PERFORM.
           IF WS-OTHER-SHOWN = 0
               DISPLAY 'none.'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'camprpt: ' WS-TAGGED-TOTAL ' tagged visit(s), '
               WS-STORIES-SHOWN ' stor(y/ies) reached through a '
               'tagged link'.
       GOBACK.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.

       LOAD-STORIES.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF OR WS-ST-COUNT >= 300
               READ STORY-FILE
                   AT END
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO STORY-DRAFT
                       PERFORM PARSE-STORY-RECORD
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND STORY-PUBDATE IS NUMERIC
                           ADD 1 TO WS-ST-COUNT
                           MOVE STORY-ID TO WS-ST-ID(WS-ST-COUNT)
                           MOVE STORY-TITLE TO WS-ST-TITLE(WS-ST-COUNT)
                           MOVE STORY-PUBDATE
                               TO WS-ST-PUBDATE(WS-ST-COUNT)
                           COMPUTE WS-ST-DAYNUM(WS-ST-COUNT) =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(STORY-PUBDATE))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.

       TALLY-LIVE-LOG.
           OPEN INPUT HIT-FILE.
           IF WS-HIT-STATUS = '00'
               PERFORM UNTIL HIT-EOF
                   READ HIT-FILE
                       AT END
                           SET HIT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO HIT-PAGE-ID HIT-DATE
                               HIT-CAMPAIGN
                           UNSTRING HIT-FILE-LINE DELIMITED BY '|'
                               INTO HIT-PAGE-ID HIT-DATE HIT-CAMPAIGN
                           END-UNSTRING
                           IF HIT-CAMPAIGN NOT = SPACES
                               MOVE HIT-PAGE-ID TO WS-T-PAGE
                               MOVE HIT-DATE TO WS-T-DATE
                               MOVE HIT-CAMPAIGN TO WS-T-CODE
                               MOVE 1 TO WS-T-COUNT
                               PERFORM TALLY-TAGGED-VISITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIT-FILE
           END-IF.

       TALLY-CAMPAIGN-ARCHIVE.
           OPEN INPUT HIT-CAMP-FILE.
           IF WS-CAMP-STATUS = '00'
               PERFORM UNTIL CAMP-EOF
                   READ HIT-CAMP-FILE
                       AT END
                           SET CAMP-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO HC-PAGE-ID HC-DATE
                               HC-CAMPAIGN
                           MOVE 0 TO HC-COUNT
                           UNSTRING HIT-CAMP-FILE-LINE
                               DELIMITED BY '|'
                               INTO HC-PAGE-ID HC-DATE HC-CAMPAIGN
                                    HC-COUNT
                           END-UNSTRING
                           IF HC-CAMPAIGN NOT = SPACES
                                   AND HC-COUNT > 0
                               MOVE HC-PAGE-ID TO WS-T-PAGE
                               MOVE HC-DATE TO WS-T-DATE
                               MOVE HC-CAMPAIGN TO WS-T-CODE
                               MOVE HC-COUNT TO WS-T-COUNT
                               PERFORM TALLY-TAGGED-VISITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIT-CAMP-FILE
           END-IF.

      *    A VISIT DATED BEFORE ITS STORY'S PUBLISH DATE (A SCHEDULED
      *    STORY PREVIEWED EARLY) COUNTS IN THE ALL-TIME COLUMN ONLY.
       TALLY-TAGGED-VISITS.
           ADD WS-T-COUNT TO WS-TAGGED-TOTAL.
           MOVE 0 TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND > 0
               IF FUNCTION TRIM(WS-ST-ID(WS-ST-IDX)) =
                       FUNCTION TRIM(WS-T-PAGE)
                   MOVE WS-ST-IDX TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-AT-FOUND.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-FOUND > 0
               IF WS-AT-PAGE(WS-AT-IDX) = WS-T-PAGE
                       AND WS-AT-CODE(WS-AT-IDX) = WS-T-CODE
                   MOVE WS-AT-IDX TO WS-AT-FOUND
               END-IF
           END-PERFORM.
           IF WS-AT-FOUND = 0 AND WS-AT-COUNT < 1000
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-FOUND
               MOVE WS-ST-FOUND TO WS-AT-STORY(WS-AT-FOUND)
               MOVE WS-T-PAGE TO WS-AT-PAGE(WS-AT-FOUND)
               MOVE WS-T-CODE TO WS-AT-CODE(WS-AT-FOUND)
               MOVE 0 TO WS-AT-DAY(WS-AT-FOUND)
                   WS-AT-WEEK(WS-AT-FOUND) WS-AT-MONTH(WS-AT-FOUND)
                   WS-AT-TOTAL(WS-AT-FOUND)
           END-IF.
           IF WS-AT-FOUND > 0
               ADD WS-T-COUNT TO WS-AT-TOTAL(WS-AT-FOUND)
               IF WS-ST-FOUND > 0 AND WS-T-DATE IS NUMERIC
                   COMPUTE WS-T-AGE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-T-DATE))
                       - WS-ST-DAYNUM(WS-ST-FOUND)
                   IF WS-T-AGE >= 0 AND WS-T-AGE < 1
                       ADD WS-T-COUNT TO WS-AT-DAY(WS-AT-FOUND)
                   END-IF
                   IF WS-T-AGE >= 0 AND WS-T-AGE < 7
                       ADD WS-T-COUNT TO WS-AT-WEEK(WS-AT-FOUND)
                   END-IF
                   IF WS-T-AGE >= 0 AND WS-T-AGE < 30
                       ADD WS-T-COUNT TO WS-AT-MONTH(WS-AT-FOUND)
                   END-IF
               END-IF
           END-IF.

       EMIT-ONE-STORY.
           MOVE 0 TO WS-AT-FOUND.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-STORY(WS-AT-IDX) = WS-ST-IDX
                   ADD 1 TO WS-AT-FOUND
               END-IF
           END-PERFORM.
           IF WS-AT-FOUND > 0
               ADD 1 TO WS-STORIES-SHOWN
               DISPLAY ' '
               DISPLAY FUNCTION TRIM(WS-ST-ID(WS-ST-IDX)) ' - '
                   FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                   ' (published ' WS-ST-PUBDATE(WS-ST-IDX)(1:4) '-'
                   WS-ST-PUBDATE(WS-ST-IDX)(5:2) '-'
                   WS-ST-PUBDATE(WS-ST-IDX)(7:2) ')'
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                       UNTIL WS-AT-IDX > WS-AT-COUNT
                   IF WS-AT-STORY(WS-AT-IDX) = WS-ST-IDX
                       PERFORM EMIT-ONE-CHANNEL
                   END-IF
               END-PERFORM
           END-IF.

       EMIT-ONE-CHANNEL.
           MOVE WS-AT-CODE(WS-AT-IDX) TO WS-CODE-COL.
           MOVE WS-AT-DAY(WS-AT-IDX) TO WS-DAY-ED.
           MOVE WS-AT-WEEK(WS-AT-IDX) TO WS-WEEK-ED.
           MOVE WS-AT-MONTH(WS-AT-IDX) TO WS-MONTH-ED.
           MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-TOTAL-ED.
           DISPLAY '  ' WS-CODE-COL '   ' WS-DAY-ED '    ' WS-WEEK-ED
               '    ' WS-MONTH-ED '     ' WS-TOTAL-ED.
       END PROGRAM CAMPRPT.
