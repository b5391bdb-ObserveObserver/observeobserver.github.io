      *    AN HTML MONTH GRID WHERE EVERY DATE THAT PUBLISHED A STORY
      *    LINKS TO IT. WEEKDAY MATH COMES FROM INTEGER-OF-DATE
      *    (DAY 1 IS MONDAY 1601-01-01), SO THE GRID NEEDS NO TABLES
      *    OF ITS OWN. DAYS WITH AN EVENT IN data/EVENTS.DAT (SEE
      *    EVTREC.CPY) ARE MARKED 'calevent' AND LINK TO IT ON
      *    EVENTS.COB - UPCOMING ONES TOO, SINCE AN EVENT IS
      *    ANNOUNCED BEFORE IT HAPPENS - AND THE YEAR-AT-A-GLANCE
      *    COUNTS THEM BESIDE THE STORIES. THE PLAIN PAGE IS THE
      *    BUILD'S PRE-RENDER, SO A NEW EVENT SHOWS THERE AFTER THE
      *    NEXT BUILD.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT EVENT-FILE ASSIGN TO "data/EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'EVTFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'EVTREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-EVENT-EOF        PIC X       VALUE 'N'.
               88  EVENT-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
       01  WS-QUERY-STRING     PIC X(200).
       01  WS-PG-SCRAP         PIC X(200).
       01  WS-PG-REST          PIC X(200).
       01  WS-MONTH-NAME       PIC X(9).
       01  WS-MONTH-IDX        PIC 9(2).
       01  WS-MONTH-TALLY      PIC 9(4).
       01  WS-EVENT-TALLY      PIC 9(4).
      *    ONE SLOT PER DAY OF THE MONTH BEING DRAWN - THE PROGRAM
      *    AND TITLE OF THE STORY PUBLISHED THAT DAY, IF ANY, AND
      *    THE ID OF THAT DAY'S EVENT, IF ANY.
       01  WS-DAY-SLOTS.
               05  WS-DAY-SLOT     OCCURS 31 TIMES.
                   10  WS-DAY-PROGRAM  PIC X(12).
                   10  WS-DAY-TITLE    PIC X(30).
                   10  WS-DAY-EVENT    PIC X(8).
       01  WS-DAY-NUM          PIC 9(2).
       01  WS-DAYS-IN-MONTH    PIC 9(2).
       01  WS-FIRST-DOW        PIC 9(1).
      *    STATIC PRE-RENDER PLUMBING - SEE STATICPG.CBL.
       01  WS-STATIC-PAGE      PIC X(20)   VALUE SPACES.
       01  WS-STATIC-SERVED    PIC X       VALUE 'N'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'CALENDAR' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'calendar - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
      *    THE PASSPHRASE-GATED asof=/key= PREVIEW MAY SWAP TODAY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    A stage=1 PREVIEW WITH THE SAME KEY READS data-staging/
      *    INSTEAD OF data/ (STAGEDIR.CBL) - READERS NEVER GET THERE.
           SET STG-READER TO TRUE.
           CALL 'STAGEDIR' USING STAGE-SWITCH
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    THE PRE-RENDERED COPY FROM THE LAST BUILD ANSWERS THE
      *    PLAIN REQUEST; ANY QUERY PARAMETER
      *    FALLS THROUGH TO THE FULL RENDER BELOW.
                   CONTINUE
           END-CALL.
           IF WS-STATIC-SERVED = 'Y'
               SET RTM-REQUEST-END TO TRUE
               PERFORM MARK-RENDER-TIME
               GOBACK
           END-IF.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
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
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           IF WS-MONTH > 0
               PERFORM EMIT-MONTH-GRID
           ELSE
               PERFORM EMIT-YEAR-GLANCE
           END-IF.
           MOVE 'story-walk' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-CAL-PARAMS.
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS
           END-UNSTRING.
      *    A STORY THE SITE BEING SERVED DOES NOT CARRY (ITS AUTHOR
      *    LIST IN data/SITES.DAT, SITEHOST.CBL) IS SKIPPED LIKE A
      *    DRAFT.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'Y' TO STORY-DRAFT
               END-IF
           END-IF.

      *    -------- YEAR AT A GLANCE --------

           MOVE WS-MONTH-IDX TO WS-MM.
           PERFORM FORMAT-MONTH-NAME.
           PERFORM COUNT-MONTH-STORIES.
           PERFORM COUNT-MONTH-EVENTS.
           DISPLAY
               DIV LINEAGE BECOMES 'calendarmonthrow' CLOSE-DIV
                 LINK URL BECOMES QUOTE 'CALENDAR.COB?year='
                 CLOSE-LINK
                   FUNCTION TRIM(WS-MONTH-NAME)
                 END-LINK
           END-DISPLAY.
           IF WS-EVENT-TALLY > 0
               DISPLAY
                 ' (' WS-MONTH-TALLY ' stories, '
                 WS-EVENT-TALLY ' events)'
               END-DISPLAY
           ELSE
               DISPLAY
                 ' (' WS-MONTH-TALLY ' stories)'
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

               CLOSE STORY-FILE
           END-IF.

      *    EVERY EVENT COUNTS, PAST OR STILL TO COME.
       COUNT-MONTH-EVENTS.
           MOVE 0 TO WS-EVENT-TALLY.
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
                                   AND EVT-DATE(1:6) = WS-YM
                               ADD 1 TO WS-EVENT-TALLY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       PARSE-EVENT-RECORD.
           MOVE SPACES TO EVENT-RECORD.
           UNSTRING EVENT-FILE-LINE DELIMITED BY '|'
               INTO EVT-ID EVT-DATE EVT-TIME EVT-MINUTES EVT-TITLE
                    EVT-PLACE EVT-CAPACITY EVT-DESC
           END-UNSTRING.

      *    -------- ONE MONTH --------

       EMIT-MONTH-GRID.
      *    A PUBLISHED DAY WITHOUT A PROGRAM (A ROW THAT NEVER GOT A
      *    PAGE) IS STILL MARKED, JUST UNLINKED - THE SAME WAY
      *    ARCHIVE.COB RENDERS A PROGRAM-LESS TITLE - SO THE GRID
      *    AGREES WITH THE YEAR-AT-A-GLANCE TALLY. AN EVENT DAY
      *    LINKS TO THE EVENT, OR WHEN A STORY HAS THE DAY NUMBER,
      *    CARRIES A SEPARATE 'event' LINK BESIDE IT.
       EMIT-DAY-CELL.
           EVALUATE TRUE
               WHEN WS-DAY-PROGRAM(WS-DAY-NUM) NOT = SPACES
                   PERFORM OPEN-STORY-CELL
                   DISPLAY
                         LINK URL BECOMES QUOTE
                              FUNCTION TRIM(
                                  WS-DAY-PROGRAM(WS-DAY-NUM)) QUOTE
                         CLOSE-LINK
                           WS-DAY-NUM
                         END-LINK
                   END-DISPLAY
                   PERFORM CLOSE-STORY-CELL
               WHEN WS-DAY-TITLE(WS-DAY-NUM) NOT = SPACES
                   PERFORM OPEN-STORY-CELL
                   DISPLAY
                         WS-DAY-NUM
                   END-DISPLAY
                   PERFORM CLOSE-STORY-CELL
               WHEN WS-DAY-EVENT(WS-DAY-NUM) NOT = SPACES
                   DISPLAY
                       DIV LINEAGE BECOMES QUOTE 'calcell calevent'
                           QUOTE CLOSE-DIV
                         LINK URL BECOMES QUOTE 'EVENTS.COB#'
                              FUNCTION TRIM(
                                  WS-DAY-EVENT(WS-DAY-NUM)) QUOTE
                         CLOSE-LINK
                           WS-DAY-NUM
                         END-LINK
                       END-DIV
                   END-DISPLAY
               WHEN OTHER
                   END-DISPLAY
           END-EVALUATE.

       OPEN-STORY-CELL.
           IF WS-DAY-EVENT(WS-DAY-NUM) NOT = SPACES
               DISPLAY
                   DIV LINEAGE BECOMES QUOTE
                       'calcell calstory calevent' QUOTE
                       CLOSE-DIV
               END-DISPLAY
           ELSE
               DISPLAY
                   DIV LINEAGE BECOMES 'calcell calstory'
                       CLOSE-DIV
               END-DISPLAY
           END-IF.

       CLOSE-STORY-CELL.
           IF WS-DAY-EVENT(WS-DAY-NUM) NOT = SPACES
               DISPLAY
                       ' '
                       LINK URL BECOMES QUOTE 'EVENTS.COB#'
                            FUNCTION TRIM(
                                WS-DAY-EVENT(WS-DAY-NUM)) QUOTE
                       CLOSE-LINK
                         GLOSS CLOSE-GLOSS 'event' END-GLOSS
                       END-LINK
               END-DISPLAY
           END-IF.
           DISPLAY
                   END-DIV
           END-DISPLAY.

       LOAD-DAY-SLOTS.
           MOVE SPACES TO WS-DAY-SLOTS.
           MOVE SPACES TO WS-YM.
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           PERFORM LOAD-EVENT-DAYS.

      *    THE FIRST EVENT ON A DAY IS THE ONE LINKED; EVENTS.COB
      *    LISTS ANY OTHERS BESIDE IT.
       LOAD-EVENT-DAYS.
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
                                   AND EVT-DATE(1:6) = WS-YM
                                   AND EVT-DATE(7:2) IS NUMERIC
                               MOVE EVT-DATE(7:2) TO WS-DAY-NUM
                               IF WS-DAY-NUM >= 1
                                       AND WS-DAY-NUM <= 31
                                   IF WS-DAY-EVENT(WS-DAY-NUM)
                                           = SPACES
                                       MOVE EVT-ID TO
                                           WS-DAY-EVENT(WS-DAY-NUM)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

      *    INTEGER-OF-DATE DAY 1 IS MONDAY, 1601-01-01, SO THE
      *    WEEKDAY OF THE FIRST FALLS OUT OF ONE MOD.
               WHEN 12 MOVE 'december'  TO WS-MONTH-NAME
               WHEN OTHER MOVE 'month'  TO WS-MONTH-NAME
           END-EVALUATE.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM CALENDAR.
