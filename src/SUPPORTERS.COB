       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPORTERS.
      *    THE THANK-YOU WALL. LISTS BY NAME EVERYONE IN THE SUPPORTER
      *    LEDGER data/TIPS.DAT (TIPLOAD.COB) WHOSE MOST RECENT TIP
      *    ASKED TO BE NAMED, AND COUNTS THOSE WHO ASKED TO BE
      *    ANONYMOUS; ANYONE ELSE IS LEFT OFF. AMOUNTS ARE NEVER SHOWN.
      *    A SUPPORTER ARRIVING FROM THEIR THANK-YOU MAIL (?t=TOKEN)
      *    ALSO SEES THE EMBARGOED STORIES STILL WAITING ON THEIR
      *    PUBDATE, EACH LINKED WITH THEIR TOKEN SO STORY.CBL OPENS
      *    IT EARLY - OR, ONCE TIPCHK.CBL SAYS THE SUPPORT HAS LAPSED,
      *    THE DATE IT RAN UNTIL. DRAFTS ARE NEVER LISTED HERE.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "data/TIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'TIPFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'TIPREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-TIP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TIP-EOF          PIC X       VALUE 'N'.
               88  TIP-EOF                     VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-QUERY-STRING     PIC X(100).
       01  WS-WANTED-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-TIP-CURRENT      PIC X       VALUE 'U'.
       01  WS-TIP-UNTIL        PIC X(8)    VALUE SPACES.
      *    ONE ENTRY PER SUPPORTER (BY MAIL ADDRESS, ELSE BY NAME),
      *    CARRYING THE NAME AND PREFERENCE FROM THEIR LATEST TIP.
       01  WS-FAN-KEY          PIC X(60).
       01  WS-FAN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-FAN-IDX          PIC 9(4).
       01  WS-FAN-FOUND        PIC 9(4).
       01  WS-FAN-TABLE.
           05  WS-FAN-ENTRY        OCCURS 500 TIMES.
               10  WS-FAN-KEY-E        PIC X(60).
               10  WS-FAN-NAME         PIC X(40).
               10  WS-FAN-SHOW         PIC X.
               10  WS-FAN-LATEST       PIC X(8).
       01  WS-NAMED-COUNT      PIC 9(4)    VALUE 0.
       01  WS-ANON-COUNT       PIC 9(4)    VALUE 0.
       01  WS-EARLY-COUNT      PIC 9(4)    VALUE 0.
       01  WS-ANON-SHOWN       PIC Z(3)9.
       01  WS-SAFE-NAME        PIC X(240).
       01  WS-SAFE-TITLE       PIC X(180).
       01  WS-UNTIL-SHOWN      PIC X(10).
       01  WS-PUB-SHOWN        PIC X(10).
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'supporters - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'The people who keep the lights on.'.
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
           MOVE 'SUPPORTERS' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'supporters - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-TOKEN.
           IF WS-QUERY-STRING(1:2) = 't='
               MOVE WS-QUERY-STRING(3:18) TO WS-WANTED-TOKEN
               INSPECT WS-WANTED-TOKEN REPLACING ALL '&' BY ' '
           END-IF.
      *    A TOKENED VISIT IS PERSONAL - KEEP IT OUT OF THE INDEX.
           IF FUNCTION TRIM(WS-WANTED-TOKEN) NOT = SPACES
               MOVE 'Y' TO WS-HEAD-ROBOTS
               CALL 'TIPCHK' USING WS-WANTED-TOKEN WS-TIP-CURRENT
                   WS-TIP-UNTIL
                   ON EXCEPTION
                       MOVE 'U' TO WS-TIP-CURRENT
               END-CALL
           END-IF.
           PERFORM GATHER-SUPPORTERS.
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
           EVALUATE WS-TIP-CURRENT
               WHEN 'Y'
                   PERFORM EMIT-EARLY-READING
               WHEN 'N'
                   MOVE SPACES TO WS-UNTIL-SHOWN
                   STRING WS-TIP-UNTIL(1:4) '-' WS-TIP-UNTIL(5:2) '-'
                          WS-TIP-UNTIL(7:2) DELIMITED BY SIZE
                       INTO WS-UNTIL-SHOWN
                   END-STRING
                   DISPLAY
                       DIV LINEAGE BECOMES 'supporterearly' CLOSE-DIV
                         PARA CLOSE-PARA
                           'your early-reading link ran until '
                           WS-UNTIL-SHOWN
                           '. thank you for the time it covered - a'
                           ' new tip opens it again.'
                         END-PARA
                       END-DIV
                   END-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM EMIT-WALL.
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       GATHER-SUPPORTERS.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS = '00'
               PERFORM UNTIL TIP-EOF
                   READ TIP-FILE
                       AT END
                           SET TIP-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-TIP
                   END-READ
               END-PERFORM
               CLOSE TIP-FILE
           END-IF.
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
               EVALUATE WS-FAN-SHOW(WS-FAN-IDX)
                   WHEN 'Y'
                       ADD 1 TO WS-NAMED-COUNT
                   WHEN 'A'
                       ADD 1 TO WS-ANON-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       TAKE-ONE-TIP.
           MOVE SPACES TO TIP-RECORD.
           UNSTRING TIP-FILE-LINE DELIMITED BY '|'
               INTO TIP-REF TIP-DATE TIP-NAME TIP-EMAIL TIP-SHOW
                    TIP-AMOUNT TIP-TOKEN
           END-UNSTRING.
           IF TIP-EMAIL NOT = SPACES
               MOVE FUNCTION LOWER-CASE(TIP-EMAIL) TO WS-FAN-KEY
           ELSE
               IF TIP-NAME NOT = SPACES
                   MOVE FUNCTION LOWER-CASE(TIP-NAME) TO WS-FAN-KEY
               ELSE
                   MOVE TIP-REF TO WS-FAN-KEY
               END-IF
           END-IF.
           MOVE 0 TO WS-FAN-FOUND.
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
               IF WS-FAN-KEY-E(WS-FAN-IDX) = WS-FAN-KEY
                   MOVE WS-FAN-IDX TO WS-FAN-FOUND
               END-IF
           END-PERFORM.
           IF WS-FAN-FOUND = 0 AND WS-FAN-COUNT < 500
               ADD 1 TO WS-FAN-COUNT
               MOVE WS-FAN-COUNT TO WS-FAN-FOUND
               MOVE WS-FAN-KEY TO WS-FAN-KEY-E(WS-FAN-FOUND)
               MOVE SPACES TO WS-FAN-LATEST(WS-FAN-FOUND)
           END-IF.
           IF WS-FAN-FOUND > 0
               IF TIP-DATE >= WS-FAN-LATEST(WS-FAN-FOUND)
                   MOVE TIP-DATE TO WS-FAN-LATEST(WS-FAN-FOUND)
                   MOVE TIP-NAME TO WS-FAN-NAME(WS-FAN-FOUND)
                   MOVE TIP-SHOW TO WS-FAN-SHOW(WS-FAN-FOUND)
               END-IF
           END-IF.

       EMIT-EARLY-READING.
           MOVE SPACES TO WS-UNTIL-SHOWN.
           STRING WS-TIP-UNTIL(1:4) '-' WS-TIP-UNTIL(5:2) '-'
                  WS-TIP-UNTIL(7:2) DELIMITED BY SIZE
               INTO WS-UNTIL-SHOWN
           END-STRING.
           DISPLAY
               DIV LINEAGE BECOMES 'supporterearly' CLOSE-DIV
                 H1 CLOSE-H1
                   'reading ahead'
                 END-H1
                 PARA CLOSE-PARA
                   'thank you. until ' WS-UNTIL-SHOWN
                   ' these open for you before their date:'
                 END-PARA
           END-DISPLAY.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE > WS-TODAY-DATE
                                   AND STORY-PROGRAM NOT = SPACES
                               PERFORM EMIT-EARLY-STORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           IF WS-EARLY-COUNT = 0
               DISPLAY
                   PARA CLOSE-PARA
                     'nothing is waiting on its date just now.'
                   END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
           END-UNSTRING.

       EMIT-EARLY-STORY.
           ADD 1 TO WS-EARLY-COUNT.
           MOVE STORY-TITLE TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-TITLE.
           MOVE SPACES TO WS-PUB-SHOWN.
           STRING STORY-PUBDATE(1:4) '-' STORY-PUBDATE(5:2) '-'
                  STORY-PUBDATE(7:2) DELIMITED BY SIZE
               INTO WS-PUB-SHOWN
           END-STRING.
           DISPLAY
               PARA CLOSE-PARA
                 LINK URL BECOMES QUOTE
                      FUNCTION TRIM(STORY-PROGRAM) '?token='
                      FUNCTION TRIM(WS-WANTED-TOKEN) QUOTE
                 CLOSE-LINK
                   FUNCTION TRIM(WS-SAFE-TITLE)
                 END-LINK
                 ' - out ' WS-PUB-SHOWN
               END-PARA
           END-DISPLAY.

       EMIT-WALL.
           DISPLAY
               DIV LINEAGE BECOMES 'supporterwall' CLOSE-DIV
                 H1 CLOSE-H1
                   'supporters'
                 END-H1
                 PARA CLOSE-PARA
                   'the people who keep the lights on:'
                 END-PARA
           END-DISPLAY.
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
               IF WS-FAN-SHOW(WS-FAN-IDX) = 'Y'
                   MOVE WS-FAN-NAME(WS-FAN-IDX) TO WS-HTML-IN
                   PERFORM ESCAPE-HTML-STRING
                   MOVE WS-HTML-OUT TO WS-SAFE-NAME
                   DISPLAY
                       FUNCTION TRIM(WS-SAFE-NAME) BREAK
                   END-DISPLAY
               END-IF
           END-PERFORM.
           IF WS-NAMED-COUNT = 0 AND WS-ANON-COUNT = 0
               DISPLAY
                   PARA CLOSE-PARA
                     'nobody yet - you could be first.'
                   END-PARA
               END-DISPLAY
           END-IF.
           IF WS-ANON-COUNT > 0
               MOVE WS-ANON-COUNT TO WS-ANON-SHOWN
               DISPLAY
                   PARA CLOSE-PARA
                     'and ' FUNCTION TRIM(WS-ANON-SHOWN)
                     ' who would rather not be named.'
                   END-PARA
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

           COPY 'HTMLESC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SUPPORTERS.
