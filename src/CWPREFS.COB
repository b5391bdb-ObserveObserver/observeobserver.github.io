       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWPREFS.
      *    THE READER'S CONTENT FILTERS. A STORY'S WARNING BOX ONLY
      *    HELPS ONCE THE READER IS ALREADY ON THE STORY; THIS PAGE
      *    LETS THEM SAY, ONCE, WHICH WARNING CATEGORIES (THE
      *    CONTROLLED VOCABULARY IN data/CW-CATEGORIES.DAT) THEY
      *    NEVER WANT PUT IN FRONT OF THEM, AND WHETHER A MATCHING
      *    STORY SHOULD BE COLLAPSED TO A ONE-LINE NOTE OR LEFT OUT
      *    ALTOGETHER. THE CHOICE LIVES IN TWO COOKIES, THE SAME WAY
      *    THE THEME DOES - cwhide (THE CODES, '.'-SEPARATED) AND
      *    cwview (collapse OR hide) - SO NOTHING IS STORED HERE AND
      *    THE PASSPORT CAN CARRY THEM TO ANOTHER BROWSER. CWCHK.CBL
      *    IS WHERE EVERY LISTING READS THEM BACK. THE PAGE ALSO
      *    SHOWS THE SCOPED FEED URLS THAT CARRY THE SAME EXCLUSIONS,
      *    SINCE A FEED READER NEVER SENDS THE COOKIE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CW-FILE ASSIGN TO "data/CW-CATEGORIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'CWFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'CWREC.CPY'.
           COPY 'CWFILTWS.CPY'.
       01  WS-CW-STATUS        PIC X(2)    VALUE '00'.
       01  WS-CW-EOF           PIC X       VALUE 'N'.
               88  CW-EOF                      VALUE 'Y'.
       01  WS-VOCAB-COUNT      PIC 9(3)    VALUE 0.
       01  WS-VOCAB-TABLE.
           05  WS-VOCAB-ENTRY      OCCURS 40 TIMES.
               10  WS-VOCAB-CODE       PIC X(12).
               10  WS-VOCAB-LABEL      PIC X(60).
       01  WS-VOCAB-IDX        PIC 9(3).
       01  WS-CW-CATS          PIC X(60)   VALUE SPACES.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(1000) VALUE SPACES.
       01  WS-BODY-PADDED      PIC X(1002) VALUE SPACES.
       01  WS-NEEDLE           PIC X(20).
       01  WS-NEEDLE-LEN       PIC 9(2).
       01  WS-HITS             PIC 9(3).
       01  WS-OUT-LEN          PIC 9(4).
       01  WS-SAVED            PIC X       VALUE 'N'.
               88  PREFS-SAVED                 VALUE 'Y'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'content filters - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Choose which content warnings to keep off your li
      -    'stings.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'Y'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'CWPREFS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'content filters - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM LOAD-VOCABULARY.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST'
               PERFORM ACCEPT-SUBMISSION
           ELSE
               MOVE 'R' TO WS-CW-ACTION
               CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
                   WS-CW-CATS WS-CW-RESULT WS-CW-LABEL
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
      *    A SAVE CARRIES ITS COOKIES IN THE HEADERS, SO THEY GO OUT
      *    BEFORE HTTPHDR ENDS THE HEADER BLOCK. AN EMPTY CHOICE
      *    CLEARS THEM THE WAY LANGPICK.COB CLEARS sitelang.
           IF PREFS-SAVED
               IF WS-CW-HIDE = SPACES
                   DISPLAY
                       'SET-COOKIE: cwhide=; PATH=/; MAX-AGE=0'
                   END-DISPLAY
                   DISPLAY
                       'SET-COOKIE: cwview=; PATH=/; MAX-AGE=0'
                   END-DISPLAY
               ELSE
                   DISPLAY
                       'SET-COOKIE: cwhide='
                       FUNCTION TRIM(WS-CW-HIDE)
                       '; PATH=/'
                   END-DISPLAY
                   IF CW-COLLAPSE
                       DISPLAY
                           'SET-COOKIE: cwview=collapse; PATH=/'
                       END-DISPLAY
                   ELSE
                       DISPLAY
                           'SET-COOKIE: cwview=hide; PATH=/'
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.
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
               DIV LINEAGE BECOMES 'cwprefspage' CLOSE-DIV
                 H1 CLOSE-H1
                   'content filters'
                 END-H1
                 PARA CLOSE-PARA
                   'some stories here carry content warnings. tick'
                   ' any you never want put in front of you and the'
                   ' front page, tags, archive, search, random jump'
                   ' and related stories will keep them back. the'
                   ' story itself is never locked - the warning box'
                   ' is still there if you go to it directly.'
                 END-PARA
           END-DISPLAY.
           IF PREFS-SAVED
               DISPLAY
                   PARA CLOSE-PARA
                     BOLD 'your filters are saved on this browser.'
                     END-BOLD
                   END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
               FORM FORMMETHOD BECOMES '"POST"'
                    ACTION BECOMES '"CWPREFS.COB"' CLOSE-FORM
           END-DISPLAY.
           PERFORM VARYING WS-VOCAB-IDX FROM 1 BY 1
                   UNTIL WS-VOCAB-IDX > WS-VOCAB-COUNT
               PERFORM EMIT-CATEGORY-BOX
           END-PERFORM.
           DISPLAY
               PARA CLOSE-PARA
                 'a story that matches should be:'
               END-PARA
           END-DISPLAY.
           IF CW-COLLAPSE
               DISPLAY
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"radio"'
                               NAM BECOMES '"view"'
                               VAL BECOMES '"collapse"' TICKED
                     CLOSE-INPUT
                     'collapsed to a one-line note you can open'
                   END-DIV
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"radio"'
                               NAM BECOMES '"view"'
                               VAL BECOMES '"hide"'
                     CLOSE-INPUT
                     'left out altogether'
                   END-DIV
               END-DISPLAY
           ELSE
               DISPLAY
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"radio"'
                               NAM BECOMES '"view"'
                               VAL BECOMES '"collapse"'
                     CLOSE-INPUT
                     'collapsed to a one-line note you can open'
                   END-DIV
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"radio"'
                               NAM BECOMES '"view"'
                               VAL BECOMES '"hide"' TICKED
                     CLOSE-INPUT
                     'left out altogether'
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"save filters"' CLOSE-INPUT
               END-FORM
           END-DISPLAY.
      *    THE LIST IS ONLY EVER VOCABULARY CODES AND DOTS, SO IT IS
      *    SAFE TO DROP STRAIGHT INTO THE LINKS.
           IF WS-CW-HIDE NOT = SPACES
               DISPLAY
                   PARA CLOSE-PARA
                     'feed readers never see this cookie - subscribe'
                     ' to these instead to keep the same stories out'
                     ' of your feeds: '
                     LINK URL BECOMES QUOTE FUNCTION TRIM(WS-BASE-URL)
                       'FEED.COB?hide=' FUNCTION TRIM(WS-CW-HIDE)
                       QUOTE CLOSE-LINK
                       'rss'
                     END-LINK
                     ' / '
                     LINK URL BECOMES QUOTE FUNCTION TRIM(WS-BASE-URL)
                       'JSONFEED.COB?hide=' FUNCTION TRIM(WS-CW-HIDE)
                       QUOTE CLOSE-LINK
                       'json feed'
                     END-LINK
                   END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
                 PARA CLOSE-PARA
                   'switching browsers? a '
                   LINK URL BECOMES '"PASSPORT.COB"' CLOSE-LINK
                     'passport'
                   END-LINK
                   ' carries these filters along with your reading'
                   ' list.'
                 END-PARA
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-VOCABULARY.
           MOVE 0 TO WS-VOCAB-COUNT.
           OPEN INPUT CW-FILE.
           IF WS-CW-STATUS = '00'
               PERFORM UNTIL CW-EOF OR WS-VOCAB-COUNT >= 40
                   READ CW-FILE
                       AT END
                           SET CW-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO CW-RECORD
                           UNSTRING CW-FILE-LINE DELIMITED BY '|'
                               INTO CW-CODE CW-LABEL
                           END-UNSTRING
                           IF FUNCTION TRIM(CW-CODE) NOT = SPACES
                               ADD 1 TO WS-VOCAB-COUNT
                               MOVE FUNCTION LOWER-CASE(
                                   FUNCTION TRIM(CW-CODE))
                                   TO WS-VOCAB-CODE(WS-VOCAB-COUNT)
                               MOVE CW-LABEL
                                   TO WS-VOCAB-LABEL(WS-VOCAB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CW-FILE
           END-IF.

      *    THE FORM POSTS cw=<CODE> ONCE PER TICKED BOX, THEN view=.
      *    RATHER THAN TRUST WHAT CAME BACK, EACH VOCABULARY CODE IS
      *    LOOKED FOR IN THE BODY - SO THE SAVED LIST IS ONLY KNOWN
      *    CODES, ONCE EACH, IN VOCABULARY ORDER.
       ACCEPT-SUBMISSION.
           SET PREFS-SAVED TO TRUE.
           MOVE SPACES TO WS-POST-BODY WS-BODY-PADDED WS-CW-HIDE.
           ACCEPT WS-POST-BODY.
           STRING '&' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POST-BODY) DELIMITED BY SIZE
                  '&' DELIMITED BY SIZE
               INTO WS-BODY-PADDED
           END-STRING.
           MOVE 0 TO WS-OUT-LEN.
           PERFORM VARYING WS-VOCAB-IDX FROM 1 BY 1
                   UNTIL WS-VOCAB-IDX > WS-VOCAB-COUNT
               MOVE SPACES TO WS-NEEDLE
               STRING '&cw=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOCAB-CODE(WS-VOCAB-IDX))
                          DELIMITED BY SIZE
                      '&' DELIMITED BY SIZE
                   INTO WS-NEEDLE
               END-STRING
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))
                   TO WS-NEEDLE-LEN
               MOVE 0 TO WS-HITS
               INSPECT WS-BODY-PADDED TALLYING WS-HITS
                   FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN)
               IF WS-HITS > 0
                   PERFORM ADD-CODE-TO-LIST
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-HITS.
           INSPECT WS-BODY-PADDED TALLYING WS-HITS
               FOR ALL '&view=hide&'.
           IF WS-HITS > 0
               MOVE 'H' TO WS-CW-VIEW
           ELSE
               MOVE 'C' TO WS-CW-VIEW
           END-IF.

       ADD-CODE-TO-LIST.
           COMPUTE WS-NEEDLE-LEN = WS-NEEDLE-LEN - 5.
           IF WS-OUT-LEN + WS-NEEDLE-LEN + 1 <= 120
               IF WS-OUT-LEN = 0
                   MOVE WS-VOCAB-CODE(WS-VOCAB-IDX) TO WS-CW-HIDE
                   MOVE WS-NEEDLE-LEN TO WS-OUT-LEN
               ELSE
                   MOVE '.' TO WS-CW-HIDE(WS-OUT-LEN + 1:1)
                   MOVE WS-VOCAB-CODE(WS-VOCAB-IDX)
                       TO WS-CW-HIDE(WS-OUT-LEN + 2:)
                   COMPUTE WS-OUT-LEN = WS-OUT-LEN + WS-NEEDLE-LEN + 1
               END-IF
           END-IF.

      *    ONE CHECKBOX PER CATEGORY, TICKED WHEN ALREADY FILTERED.
       EMIT-CATEGORY-BOX.
           MOVE SPACES TO WS-NEEDLE WS-CW-CATS.
           MOVE WS-VOCAB-CODE(WS-VOCAB-IDX) TO WS-CW-CATS.
           MOVE 'M' TO WS-CW-ACTION.
           CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
               WS-CW-CATS WS-CW-RESULT WS-CW-LABEL
               ON EXCEPTION
                   MOVE 'N' TO WS-CW-RESULT
           END-CALL.
           IF CW-MATCHED
               DISPLAY
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"checkbox"'
                               NAM BECOMES '"cw"'
                               VAL BECOMES QUOTE
                         FUNCTION TRIM(WS-VOCAB-CODE(WS-VOCAB-IDX))
                         QUOTE TICKED
                     CLOSE-INPUT
                     FUNCTION TRIM(WS-VOCAB-LABEL(WS-VOCAB-IDX))
                   END-DIV
               END-DISPLAY
           ELSE
               DISPLAY
                   DIV LINEAGE BECOMES 'cwoption' CLOSE-DIV
                     FORMINPUT KIND BECOMES '"checkbox"'
                               NAM BECOMES '"cw"'
                               VAL BECOMES QUOTE
                         FUNCTION TRIM(WS-VOCAB-CODE(WS-VOCAB-IDX))
                         QUOTE
                     CLOSE-INPUT
                     FUNCTION TRIM(WS-VOCAB-LABEL(WS-VOCAB-IDX))
                   END-DIV
               END-DISPLAY
           END-IF.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM CWPREFS.
