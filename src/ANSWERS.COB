       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWERS.
      *    THE QUESTIONS PAGE. EVERY QUESTION ASKDESK.COB ANSWERED,
      *    FROM data/ANSWERS.DAT (SEE ANSWREC.CPY), NEWEST FIRST, EACH
      *    UNDER ITS OWN ANCHOR (ANSWERS.COB#ASKnnn) SO THE NOTICE
      *    MAIL AND SEARCH.COB CAN LINK STRAIGHT TO IT. THE QUESTION
      *    AND ANSWER ARE HTML-ESCAPED. AN ANSWER THAT CONCERNS
      *    STORIES LINKS THEM - BUT ONLY THOSE THAT ARE OUT: A DRAFT
      *    OR A STORY STILL UNDER EMBARGO (AS OF TODAY, OR THE
      *    ASOF.CBL PREVIEW DATE) IS LEFT OFF THE LIST RATHER THAN
      *    GIVEN AWAY BY ITS TITLE. THE ASKER'S ADDRESS NEVER
      *    REACHES THIS FILE, LET ALONE THE PAGE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSWER-FILE ASSIGN TO "data/ANSWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ANSWFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'ANSWREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-ANSWER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ANSWER-EOF       PIC X       VALUE 'N'.
               88  ANSWER-EOF                  VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
      *    THE ANSWER ROWS, HELD SO THE PAGE CAN RUN NEWEST FIRST.
       01  WS-ANS-COUNT        PIC 9(4)    VALUE 0.
       01  WS-ANS-IDX          PIC 9(4).
       01  WS-ANS-TABLE.
           05  WS-ANS-LINE         OCCURS 300 TIMES PIC X(1000).
      *    STORIES THAT ARE OUT, FOR THE "ABOUT" LINKS.
       01  WS-LIVE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-LIVE-IDX         PIC 9(4).
       01  WS-LIVE-TABLE.
           05  WS-LIVE-ENTRY       OCCURS 500 TIMES.
               10  WS-LIVE-ID          PIC X(8).
               10  WS-LIVE-TITLE       PIC X(30).
               10  WS-LIVE-PROGRAM     PIC X(12).
       01  WS-ABOUT-IDS.
           05  WS-ABOUT-ID         OCCURS 6 TIMES PIC X(8).
       01  WS-ABOUT-IDX        PIC 9(2).
       01  WS-ABOUT-SHOWN      PIC 9(2).
       01  WS-SAFE-QUESTION    PIC X(2000).
       01  WS-SAFE-ANSWER      PIC X(3000).
       01  WS-SAFE-TITLE       PIC X(180).
       01  WS-DATE-SHOWN       PIC X(10).
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'questions - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Readers ask, the author answers.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'N'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ANSWERS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'questions - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
      *    THE PASSPHRASE-GATED asof=/key= PREVIEW MAY SWAP TODAY
      *    FOR A FUTURE DATE - THE "ABOUT" LINKS THEN FOLLOW IT.
           CALL 'ASOF' USING WS-TODAY-DATE
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
           PERFORM LOAD-LIVE-STORIES.
           PERFORM LOAD-ANSWERS.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
               WS-HEAD-ALT-URL WS-HEAD-TITLE WS-HEAD-DESC
               WS-HEAD-ROBOTS
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'head unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           DISPLAY
               END-HEAD
               NL
               BODY
           END-DISPLAY.
           CALL 'BANNER' USING WS-BANNER-TOKEN
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           DISPLAY
               DIV LINEAGE BECOMES 'answers' CLOSE-DIV
                 H1 CLOSE-H1
                   'questions'
                 END-H1
                 PARA CLOSE-PARA
                   'readers ask, the author answers. '
                   LINK URL BECOMES '"ASK.COB"' CLOSE-LINK
                     'ask something'
                   END-LINK
                   '.'
                 END-PARA
           END-DISPLAY.
           IF WS-ANS-COUNT = 0
               DISPLAY
                   PARA CLOSE-PARA
                     'nothing answered yet.'
                   END-PARA
               END-DISPLAY
           END-IF.
           PERFORM VARYING WS-ANS-IDX FROM WS-ANS-COUNT BY -1
                   UNTIL WS-ANS-IDX < 1
               MOVE WS-ANS-LINE(WS-ANS-IDX) TO ANSWER-FILE-LINE
               PERFORM EMIT-ONE-ANSWER
           END-PERFORM.
           DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-LIVE-STORIES.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE <= WS-TODAY-DATE
                                   AND STORY-PROGRAM NOT = SPACES
                                   AND WS-LIVE-COUNT < 500
                               ADD 1 TO WS-LIVE-COUNT
                               MOVE STORY-ID
                                   TO WS-LIVE-ID(WS-LIVE-COUNT)
                               MOVE STORY-TITLE
                                   TO WS-LIVE-TITLE(WS-LIVE-COUNT)
                               MOVE STORY-PROGRAM
                                   TO WS-LIVE-PROGRAM(WS-LIVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
           END-UNSTRING.

      *    PAST 300 ANSWERS THE OLDEST FALL OFF THE PAGE; THEY STAY
      *    IN THE FILE AND IN SEARCH.
       LOAD-ANSWERS.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS = '00'
               PERFORM UNTIL ANSWER-EOF
                   READ ANSWER-FILE
                       AT END
                           SET ANSWER-EOF TO TRUE
                       NOT AT END
                           IF ANSWER-FILE-LINE NOT = SPACES
                               PERFORM KEEP-ANSWER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           END-IF.

       KEEP-ANSWER-LINE.
           IF WS-ANS-COUNT < 300
               ADD 1 TO WS-ANS-COUNT
           ELSE
               PERFORM VARYING WS-ANS-IDX FROM 1 BY 1
                       UNTIL WS-ANS-IDX > 299
                   MOVE WS-ANS-LINE(WS-ANS-IDX + 1)
                       TO WS-ANS-LINE(WS-ANS-IDX)
               END-PERFORM
           END-IF.
           MOVE ANSWER-FILE-LINE TO WS-ANS-LINE(WS-ANS-COUNT).

       EMIT-ONE-ANSWER.
           MOVE SPACES TO ANSWER-RECORD.
           UNSTRING ANSWER-FILE-LINE DELIMITED BY '|'
               INTO ANS-ID ANS-DATE ANS-ASKED ANS-STORIES
                    ANS-QUESTION ANS-ANSWER
           END-UNSTRING.
           MOVE ANS-QUESTION TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-QUESTION.
           MOVE ANS-ANSWER TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-ANSWER.
           MOVE SPACES TO WS-DATE-SHOWN.
           STRING ANS-DATE(1:4) '-' ANS-DATE(5:2) '-'
                  ANS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-SHOWN
           END-STRING.
           DISPLAY
               DIV LINEAGE BECOMES 'answer' IDENTITY BECOMES QUOTE
                   FUNCTION TRIM(ANS-ID) QUOTE CLOSE-DIV
                 PARA LINEAGE BECOMES 'question' CLOSE-PARA
                   BOLD FUNCTION TRIM(WS-SAFE-QUESTION) END-BOLD
                 END-PARA
                 PARA CLOSE-PARA
                   FUNCTION TRIM(WS-SAFE-ANSWER)
                 END-PARA
                 GLOSS CLOSE-GLOSS
                   'answered ' WS-DATE-SHOWN
           END-DISPLAY.
           PERFORM EMIT-ABOUT-LINKS.
           DISPLAY
                 END-GLOSS
               END-DIV
           END-DISPLAY.

      *    ONLY STORIES IN THE LIVE TABLE ARE LINKED; AN ID THAT IS
      *    NOT OUT YET (OR NO LONGER EXISTS) IS SKIPPED QUIETLY.
       EMIT-ABOUT-LINKS.
           MOVE SPACES TO WS-ABOUT-IDS.
           UNSTRING ANS-STORIES DELIMITED BY ','
               INTO WS-ABOUT-ID(1) WS-ABOUT-ID(2) WS-ABOUT-ID(3)
                    WS-ABOUT-ID(4) WS-ABOUT-ID(5) WS-ABOUT-ID(6)
           END-UNSTRING.
           MOVE 0 TO WS-ABOUT-SHOWN.
           PERFORM VARYING WS-ABOUT-IDX FROM 1 BY 1
                   UNTIL WS-ABOUT-IDX > 6
               IF WS-ABOUT-ID(WS-ABOUT-IDX) NOT = SPACES
                   PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                           UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                       IF WS-LIVE-ID(WS-LIVE-IDX) = FUNCTION TRIM(
                               WS-ABOUT-ID(WS-ABOUT-IDX))
                           PERFORM EMIT-ONE-ABOUT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       EMIT-ONE-ABOUT.
           IF WS-ABOUT-SHOWN = 0
               DISPLAY ' - about ' END-DISPLAY
           ELSE
               DISPLAY ', ' END-DISPLAY
           END-IF.
           ADD 1 TO WS-ABOUT-SHOWN.
           MOVE WS-LIVE-TITLE(WS-LIVE-IDX) TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-TITLE.
           DISPLAY
               LINK URL BECOMES QUOTE
                    FUNCTION TRIM(WS-LIVE-PROGRAM(WS-LIVE-IDX)) QUOTE
               CLOSE-LINK
                 FUNCTION TRIM(WS-SAFE-TITLE)
               END-LINK
           END-DISPLAY.

           COPY 'HTMLESC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ANSWERS.
