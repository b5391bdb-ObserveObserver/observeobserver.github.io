       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUES.
      *    NEWSLETTER BACK ISSUES - EVERY ISSUE NEWSLTR.COB HAS SENT
      *    TO THE LIST, NEWEST FIRST, SO THE LETTER IS PART OF THE
      *    SITE AND NOT ONLY OF SOMEONE'S INBOX. ?n=<NUMBER> IS THE
      *    PERMALINK FOR ONE ISSUE: SUBJECT, SEND DATE AND THE TEXT
      *    FROM ITS BODY FILE, ONE PARAGRAPH PER LINE, THE SAME WAY
      *    BLOGPOST.COB SHOWS A NOTE. DRAFTS AND ISSUES ONLY TESTED
      *    ARE NEVER SHOWN - TO THE PAGE THEY DO NOT EXIST YET. THE
      *    MAILED COPY LINKS HERE WITH ?via=letter FOR CAMPRPT.COB.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-FILE ASSIGN TO "data/ISSUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ISSUEFD.CPY'.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(1000).
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'ISSUEREC.CPY'.
       01  WS-ISSUE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ISSUE-EOF        PIC X       VALUE 'N'.
               88  ISSUE-EOF                   VALUE 'Y'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(60).
       01  WS-QUERY-STRING     PIC X(200).
       01  WS-FIRST-PAIR       PIC X(40).
       01  WS-WANTED-X         PIC X(8)    VALUE SPACES.
       01  WS-WANTED-NUMBER    PIC 9(4)    VALUE 0.
       01  WS-NUMBER-ED        PIC Z(3)9.
       01  WS-FOUND            PIC X       VALUE 'N'.
               88  ISSUE-FOUND                 VALUE 'Y'.
      *    THE SENT ISSUES, HELD SO THE LISTING CAN RUN NEWEST FIRST.
       01  WS-IS-COUNT         PIC 9(3)    VALUE 0.
       01  WS-ISSUE-TABLE.
           05  WS-IS-ENTRY         OCCURS 200 TIMES.
               10  WS-IS-NUMBER        PIC 9(4).
               10  WS-IS-SUBJECT       PIC X(80).
               10  WS-IS-SENT          PIC X(8).
       01  WS-IS-IDX           PIC 9(3).
       01  WS-PAGE-ID          PIC X(20)   VALUE 'ISSUES'.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'the newsletter - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'every issue of the newsletter, as it was sent.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'issues'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'the newsletter - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE 'ISSUES' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-FIRST-PAIR.
           UNSTRING WS-QUERY-STRING DELIMITED BY '&'
               INTO WS-FIRST-PAIR
           END-UNSTRING.
           IF WS-FIRST-PAIR(1:2) = 'n='
               MOVE WS-FIRST-PAIR(3:8) TO WS-WANTED-X
               IF WS-WANTED-X NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-WANTED-X) = 0
                   MOVE FUNCTION NUMVAL(WS-WANTED-X)
                       TO WS-WANTED-NUMBER
               END-IF
           END-IF.
           PERFORM LOAD-SENT-ISSUES.
           IF WS-WANTED-NUMBER > 0
               MOVE WS-WANTED-NUMBER TO WS-NUMBER-ED
               MOVE SPACES TO WS-PAGE-ID
               STRING 'ISSUE' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUMBER-ED) DELIMITED BY SIZE
                   INTO WS-PAGE-ID
               END-STRING
               PERFORM FIND-WANTED-ISSUE
           END-IF.
           IF ISSUE-FOUND
               MOVE SPACES TO WS-HEAD-TITLE
               STRING FUNCTION TRIM(ISSUE-SUBJECT) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
                   INTO WS-HEAD-TITLE
               END-STRING
           END-IF.
           CALL 'COUNTER' USING WS-PAGE-ID WS-MILESTONE.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE FUNCTION TRIM(WS-HEAD-TITLE)
                          QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
                      CON BECOMES '"article"'
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:description"'
                      CON BECOMES QUOTE
                          FUNCTION TRIM(WS-HEAD-DESC) QUOTE
                 CLOSE-META
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
           IF WS-MILESTONE > 0
               DISPLAY
                   DIV LINEAGE BECOMES 'milestone' CLOSE-DIV
                     H1 CLOSE-H1
                       'you are visitor ' WS-MILESTONE '!'
                     END-H1
                     PARA CLOSE-PARA
                       'thank you for being here.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           EVALUATE TRUE
               WHEN ISSUE-FOUND
                   PERFORM EMIT-ONE-ISSUE
               WHEN WS-WANTED-NUMBER > 0
                   DISPLAY
                       DIV LINEAGE BECOMES 'issue' CLOSE-DIV
                         PARA CLOSE-PARA
                           'no such issue. back to '
                           LINK URL BECOMES '"/issues"' CLOSE-LINK
                             'every issue'
                           END-LINK
                           '.'
                         END-PARA
                       END-DIV
                   END-DISPLAY
               WHEN OTHER
                   PERFORM EMIT-ISSUE-LISTING
           END-EVALUATE.
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-SENT-ISSUES.
           MOVE 0 TO WS-IS-COUNT.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS = '00'
               PERFORM UNTIL ISSUE-EOF
                   READ ISSUE-FILE
                       AT END
                           SET ISSUE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

       LOAD-ONE-ISSUE.
           MOVE SPACES TO ISSUE-SUBJECT ISSUE-BODY ISSUE-STATUS
               ISSUE-SENT-DATE.
           MOVE 0 TO ISSUE-NUMBER.
           UNSTRING ISSUE-FILE-LINE DELIMITED BY '|'
               INTO ISSUE-NUMBER ISSUE-SUBJECT ISSUE-BODY
                    ISSUE-STATUS ISSUE-SENT-DATE
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(ISSUE-STATUS) TO ISSUE-STATUS.
           IF ISSUE-SENT AND ISSUE-NUMBER > 0 AND WS-IS-COUNT < 200
               ADD 1 TO WS-IS-COUNT
               MOVE ISSUE-NUMBER TO WS-IS-NUMBER(WS-IS-COUNT)
               MOVE ISSUE-SUBJECT TO WS-IS-SUBJECT(WS-IS-COUNT)
               MOVE ISSUE-SENT-DATE TO WS-IS-SENT(WS-IS-COUNT)
           END-IF.

      *    THE TABLE ONLY KEEPS SUBJECT AND DATE, SO THE PERMALINK
      *    READS THE ROW AGAIN FOR ITS BODY FILE.
       FIND-WANTED-ISSUE.
           MOVE 'N' TO WS-ISSUE-EOF.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS = '00'
               PERFORM UNTIL ISSUE-EOF OR ISSUE-FOUND
                   READ ISSUE-FILE
                       AT END
                           SET ISSUE-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

       CHECK-ONE-ISSUE.
           MOVE SPACES TO ISSUE-SUBJECT ISSUE-BODY ISSUE-STATUS
               ISSUE-SENT-DATE.
           MOVE 0 TO ISSUE-NUMBER.
           UNSTRING ISSUE-FILE-LINE DELIMITED BY '|'
               INTO ISSUE-NUMBER ISSUE-SUBJECT ISSUE-BODY
                    ISSUE-STATUS ISSUE-SENT-DATE
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(ISSUE-STATUS) TO ISSUE-STATUS.
           IF ISSUE-SENT AND ISSUE-NUMBER = WS-WANTED-NUMBER
               SET ISSUE-FOUND TO TRUE
           END-IF.

       EMIT-ISSUE-LISTING.
           DISPLAY
               DIV LINEAGE BECOMES 'issues' CLOSE-DIV
                 H1 CLOSE-H1
                   'the newsletter'
                 END-H1
                 PARA CLOSE-PARA
                   'now and then a letter goes out to everyone on '
                   'the mailing list. these are all of them, newest '
                   'first.'
                 END-PARA
           END-DISPLAY.
           IF WS-IS-COUNT = 0
               DISPLAY
                   PARA CLOSE-PARA
                     'no issues yet.'
                   END-PARA
               END-DISPLAY
           END-IF.
           PERFORM VARYING WS-IS-IDX FROM WS-IS-COUNT BY -1
                   UNTIL WS-IS-IDX < 1
               MOVE WS-IS-NUMBER(WS-IS-IDX) TO WS-NUMBER-ED
               DISPLAY
                   DIV LINEAGE BECOMES 'listing' CLOSE-DIV
                     LINK URL BECOMES QUOTE '/issues?n='
                          FUNCTION TRIM(WS-NUMBER-ED) QUOTE
                     CLOSE-LINK
                       'no. ' FUNCTION TRIM(WS-NUMBER-ED) ' - '
                       FUNCTION TRIM(WS-IS-SUBJECT(WS-IS-IDX))
                     END-LINK
                     ' (' WS-IS-SENT(WS-IS-IDX)(1:4) '-'
                     WS-IS-SENT(WS-IS-IDX)(5:2) '-'
                     WS-IS-SENT(WS-IS-IDX)(7:2) ')'
                   END-DIV
               END-DISPLAY
           END-PERFORM.
           DISPLAY
               END-DIV
           END-DISPLAY.

       EMIT-ONE-ISSUE.
           MOVE ISSUE-NUMBER TO WS-NUMBER-ED.
           DISPLAY
               DIV LINEAGE BECOMES 'issue' CLOSE-DIV
                 H1 CLOSE-H1
                   FUNCTION TRIM(ISSUE-SUBJECT)
                 END-H1
                 DIV LINEAGE BECOMES 'issuedate' CLOSE-DIV
                   'no. ' FUNCTION TRIM(WS-NUMBER-ED) ', sent '
                   ISSUE-SENT-DATE(1:4) '-' ISSUE-SENT-DATE(5:2) '-'
                   ISSUE-SENT-DATE(7:2)
                 END-DIV
           END-DISPLAY.
           MOVE ISSUE-BODY TO WS-BODY-FILENAME.
           OPEN INPUT BODY-FILE.
           IF WS-BODY-STATUS = '00'
               PERFORM UNTIL BODY-EOF
                   READ BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           IF BODY-FILE-LINE NOT = SPACES
                               DISPLAY
                                   PARA CLOSE-PARA
                                     FUNCTION TRIM(BODY-FILE-LINE)
                                   END-PARA
                               END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BODY-FILE
           END-IF.
           DISPLAY
                 LINK URL BECOMES '"/issues"' CLOSE-LINK
                   'every issue'
                 END-LINK
               END-DIV
           END-DISPLAY.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ISSUES.
