      *    DIGEST.COB WILL MAIL THE ADDRESS. AN UNKNOWN OR ALREADY
      *    USED TOKEN JUST SAYS SO; THERE IS NOTHING TO GUESS AT. THE
      *    FILE IS REWRITTEN THROUGH A KEEP FILE UNDER THE FGUARD
      *    LOCK, THE SAME WAY MAILSEND.COB REWRITES ITS QUEUE. A
      *    CONFIRMATION IS POSTED TO THE SUBSCRIBER EVENT LOG THROUGH
      *    SUBLOG.CBL ONCE THE LOCK IS LET GO. A ROW THAT PREDATES
      *    SUBSCRIBER-LANG PICKS UP THE LANGUAGE OF THE BROWSER THAT
      *    FOLLOWS THE LINK (SITELANG.CPY), THE SAME READING
      *    SUBSCRIBE.COB NOW MAKES AT SIGNUP.
      *    THE SAVED SEARCH ALERTS SRCHALERT.COB TAKES GO THROUGH THE
      *    SAME OPT-IN: AN 'a' TOKEN FLIPS THE MATCHING 'P' ROW OF
      *    data/SEARCH-ALERTS.DAT INSTEAD, AND ALERTMAIL.COB STARTS
      *    WATCHING THE QUERY FROM ITS NEXT RUN.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT KEEP-FILE ASSIGN TO "data/SUBSCRIBERS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT SEARCH-ALERT-FILE ASSIGN TO "data/SEARCH-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-KEEP-FILE
               ASSIGN TO "data/SEARCH-ALERTS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-KEEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SUBFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(100).
           COPY 'ALERTFD.CPY'.
       FD  ALERT-KEEP-FILE.
       01  ALERT-KEEP-FILE-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'ALERTREC.CPY'.
           COPY 'SUBEVREC.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-ALERT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ALERT-KEEP-STATUS PIC X(2)   VALUE '00'.
       01  WS-ALERT-EOF        PIC X       VALUE 'N'.
               88  ALERT-EOF                   VALUE 'Y'.
       01  WS-ALERT-CONFIRMED  PIC X       VALUE 'N'.
               88  ALERT-CONFIRMED             VALUE 'Y'.
       01  WS-WANTED-QUERY     PIC X(360)  VALUE SPACES.
           COPY 'HTMLESCWS.CPY'.
           COPY 'SITELANGWS.CPY'.
       01  WS-QUERY-STRING     PIC X(100).
       01  WS-WANTED-TOKEN     PIC X(16)   VALUE SPACES.
       01  WS-CONFIRMED        PIC X       VALUE 'N'.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'N'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'CONFIRM' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'confirmed - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-TOKEN.
           IF WS-QUERY-STRING(1:2) = 't='
               MOVE WS-QUERY-STRING(3:16) TO WS-WANTED-TOKEN
           END-IF.
           IF FUNCTION TRIM(WS-WANTED-TOKEN) NOT = SPACES
               IF WS-WANTED-TOKEN(1:1) = 'a'
                   PERFORM FLIP-MATCHING-ALERT
               ELSE
                   PERFORM FLIP-MATCHING-ROW
               END-IF
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           EVALUATE TRUE
           WHEN ALERT-CONFIRMED
               DISPLAY
                   DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                     H1 CLOSE-H1
                       'alert confirmed'
                     END-H1
                     PARA CLOSE-PARA
                       'from the next index rebuild on, a newly'
                       ' published story matching "'
                       FUNCTION TRIM(WS-WANTED-QUERY)
                       '" will find you. every alert mail carries a'
                       ' link to stop it.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           WHEN CONFIRMED-OK
               DISPLAY
                   DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                     H1 CLOSE-H1
                     END-PARA
                   END-DIV
               END-DISPLAY
           WHEN OTHER
               DISPLAY
                   DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                     H1 CLOSE-H1
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-EVALUATE.
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       FLIP-MATCHING-ROW.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF CONFIRMED-OK
               MOVE SPACES TO SUBSCRIBER-EVENT
               MOVE 'confirmed' TO SEV-EVENT
               MOVE WS-WANTED-TOKEN TO SEV-TOKEN
               MOVE 'P' TO SEV-STATE
               CALL 'SUBLOG' USING SUBSCRIBER-EVENT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       KEEP-ONE-ROW.
           MOVE SPACES TO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
               SUBSCRIBER-FREQ SUBSCRIBER-STATE SUBSCRIBER-TOKEN
               SUBSCRIBER-LANG.
           UNSTRING SUBSCRIBER-FILE-LINE DELIMITED BY '|'
               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE SUBSCRIBER-FREQ
                    SUBSCRIBER-STATE SUBSCRIBER-TOKEN SUBSCRIBER-LANG
           END-UNSTRING.
           IF SUBSCRIBER-STATE = 'P'
                   AND FUNCTION TRIM(SUBSCRIBER-TOKEN)
                       = FUNCTION TRIM(WS-WANTED-TOKEN)
               MOVE 'A' TO SUBSCRIBER-STATE
               SET CONFIRMED-OK TO TRUE
               IF SUBSCRIBER-LANG = SPACES
                   PERFORM PICK-READER-LANGUAGE
                   MOVE WS-READER-LANG TO SUBSCRIBER-LANG
               END-IF
           END-IF.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(SUBSCRIBER-EMAIL) DELIMITED BY SIZE
                  SUBSCRIBER-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SUBSCRIBER-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-LANG DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE SUBSCRIBER-FILE.

      *    THE ALERT TWIN OF FLIP-MATCHING-ROW - SAME KEEP-FILE
      *    REWRITE UNDER THE SAME LOCK, AGAINST THE ALERTS FILE.
       FLIP-MATCHING-ALERT.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT SEARCH-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
               OPEN OUTPUT ALERT-KEEP-FILE
               PERFORM UNTIL ALERT-EOF
                   READ SEARCH-ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE SEARCH-ALERT-FILE
               CLOSE ALERT-KEEP-FILE
               IF ALERT-CONFIRMED
                   PERFORM REWRITE-ALERTS
               END-IF
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE CONFIRMED ROW'S QUERY IS HELD BACK, ESCAPED, IN
      *    WS-WANTED-QUERY FOR THE PAGE; EVERY OTHER ROW GOES THROUGH
      *    UNTOUCHED.
       KEEP-ONE-ALERT.
           MOVE SEARCH-ALERT-FILE-LINE TO ALERT-KEEP-FILE-LINE.
           MOVE SPACES TO SEARCH-ALERT-RECORD.
           UNSTRING SEARCH-ALERT-FILE-LINE DELIMITED BY '|'
               INTO ALERT-EMAIL ALERT-QUERY ALERT-DATE ALERT-STATE
                    ALERT-TOKEN ALERT-LAST
           END-UNSTRING.
           IF ALERT-STATE = 'P'
                   AND FUNCTION TRIM(ALERT-TOKEN)
                       = FUNCTION TRIM(WS-WANTED-TOKEN)
               MOVE 'A' TO ALERT-STATE
               SET ALERT-CONFIRMED TO TRUE
               MOVE ALERT-QUERY TO WS-HTML-IN
               PERFORM ESCAPE-HTML-STRING
               MOVE WS-HTML-OUT TO WS-WANTED-QUERY
               MOVE SPACES TO ALERT-KEEP-FILE-LINE
               STRING FUNCTION TRIM(ALERT-EMAIL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-QUERY) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      ALERT-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      ALERT-STATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-TOKEN) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-LAST) DELIMITED BY SIZE
                   INTO ALERT-KEEP-FILE-LINE
               END-STRING
           END-IF.
           WRITE ALERT-KEEP-FILE-LINE.

       REWRITE-ALERTS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT ALERT-KEEP-FILE.
           OPEN OUTPUT SEARCH-ALERT-FILE.
           PERFORM UNTIL KEEP-EOF
               READ ALERT-KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE ALERT-KEEP-FILE-LINE
                           TO SEARCH-ALERT-FILE-LINE
                       WRITE SEARCH-ALERT-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE ALERT-KEEP-FILE.
           CLOSE SEARCH-ALERT-FILE.

           COPY 'HTMLESC.CPY'.
           COPY 'SITELANG.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM CONFIRM.
