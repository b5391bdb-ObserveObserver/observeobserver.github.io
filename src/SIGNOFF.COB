       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNOFF.
      *    THE CO-AUTHOR SIGN-OFF LINK SIGNREQ.COB MAILS OUT. GIVEN
      *    ?t=TOKEN IT FINDS THE MATCHING ROW IN data/SIGNOFFS.DAT,
      *    CHECKS THE STORY'S BODY STILL SUMS TO WHAT THE ROW WAS
      *    ISSUED FOR (SIGNCHK.CBL), AND IF SO STAMPS THE ROW SIGNED -
      *    THE AUTHOR IS APPROVING THE TEXT AS IT STANDS. A LINK FOR
      *    A BODY THAT HAS SINCE BEEN EDITED SIGNS NOTHING; THE NEXT
      *    SIGNREQ RUN MAILS A FRESH ONE FOR THE NEW TEXT. THE PAGE
      *    THEN SAYS WHO IS STILL TO SIGN, OR THAT THE STORY IS
      *    CLEAR TO PUBLISH. AN UNKNOWN TOKEN JUST SAYS SO. THE FILE
      *    IS REWRITTEN THROUGH A KEEP FILE UNDER THE FGUARD LOCK,
      *    THE SAME WAY CONFIRM.COB REWRITES THE SUBSCRIBER LIST.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE ASSIGN TO "data/SIGNOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/SIGNOFFS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SIGNFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(100).
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'SIGNREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
       01  WS-SIGN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SIGN-EOF         PIC X       VALUE 'N'.
               88  SIGN-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(100).
       01  WS-WANTED-TOKEN     PIC X(16)   VALUE SPACES.
      *    WHAT BECAME OF THE LINK: U UNKNOWN, S SIGNED NOW, A SIGNED
      *    ALREADY, C THE BODY CHANGED SINCE IT WAS SENT.
       01  WS-OUTCOME          PIC X       VALUE 'U'.
       01  WS-ROW-STORY        PIC X(8)    VALUE SPACES.
       01  WS-ROW-AUTHOR       PIC X(8)    VALUE SPACES.
       01  WS-ROW-SUM          PIC X(9)    VALUE SPACES.
       01  WS-ROW-SIGNED       PIC X(14)   VALUE SPACES.
       01  WS-STORY-FOUND      PIC X       VALUE 'N'.
       01  WS-SIGN-SUM         PIC X(9).
       01  WS-SIGN-RESULT      PIC X       VALUE 'N'.
       01  WS-SIGN-MISSING     PIC X(60)   VALUE SPACES.
       01  WS-SAFE-TITLE       PIC X(200)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'sign-off - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'Co-author sign-off.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'Y'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'SIGNOFF' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'sign-off - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-TOKEN.
           IF WS-QUERY-STRING(1:2) = 't='
               MOVE WS-QUERY-STRING(3:16) TO WS-WANTED-TOKEN
           END-IF.
           IF FUNCTION TRIM(WS-WANTED-TOKEN) NOT = SPACES
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM FIND-TOKEN-ROW
               IF WS-OUTCOME NOT = 'U'
                   PERFORM FIND-SIGNED-STORY
                   PERFORM WEIGH-SIGNOFF
               END-IF
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
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
           EVALUATE WS-OUTCOME
               WHEN 'S'
               WHEN 'A'
                   PERFORM EMIT-SIGNED-PAGE
               WHEN 'C'
                   DISPLAY
                       DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                         H1 CLOSE-H1
                           'the story has changed'
                         END-H1
                         PARA CLOSE-PARA
                           'this link was sent for an earlier version'
                           ' of ' FUNCTION TRIM(WS-SAFE-TITLE)
                           ', so it signs nothing. a link for the'
                           ' text as it stands now is on its way.'
                         END-PARA
                       END-DIV
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY
                       DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                         H1 CLOSE-H1
                           'nothing to sign'
                         END-H1
                         PARA CLOSE-PARA
                           'that sign-off link is unknown or has been'
                           ' replaced by a newer one.'
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

       FIND-TOKEN-ROW.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGN-STATUS = '00'
               PERFORM UNTIL SIGN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SIGN-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-SIGNOFF-ROW
                           IF FUNCTION TRIM(SGN-TOKEN) =
                                   FUNCTION TRIM(WS-WANTED-TOKEN)
                               MOVE 'A' TO WS-OUTCOME
                               MOVE SGN-STORY-ID TO WS-ROW-STORY
                               MOVE SGN-AUTHOR-ID TO WS-ROW-AUTHOR
                               MOVE SGN-BODY-SUM TO WS-ROW-SUM
                               MOVE SGN-SIGNED TO WS-ROW-SIGNED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

       PARSE-SIGNOFF-ROW.
           MOVE SPACES TO SIGNOFF-RECORD.
           UNSTRING SIGNOFF-FILE-LINE DELIMITED BY '|'
               INTO SGN-STORY-ID SGN-AUTHOR-ID SGN-BODY-SUM
                    SGN-TOKEN SGN-SENT SGN-SIGNED
           END-UNSTRING.

       FIND-SIGNED-STORY.
           MOVE WS-ROW-STORY TO WS-SAFE-TITLE.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF OR WS-STORY-FOUND = 'Y'
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO STORY-AUTHORS
                           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
                               INTO STORY-ID STORY-TITLE
                                    STORY-EXCERPT STORY-PUBDATE
                                    STORY-PROGRAM STORY-TAGS
                                    STORY-WARNING STORY-DRAFT
                                    STORY-TOKEN STORY-LANG
                                    STORY-ALT-LANG STORY-ALT-ID
                                    STORY-ROBOTS STORY-AUTHORS
                           END-UNSTRING
                           IF STORY-ID = WS-ROW-STORY
                               MOVE 'Y' TO WS-STORY-FOUND
                               MOVE STORY-TITLE TO WS-HTML-IN
                               PERFORM ESCAPE-HTML-STRING
                               MOVE WS-HTML-OUT TO WS-SAFE-TITLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

      *    THE APPROVAL IS FOR THE TEXT THE LINK WAS ISSUED AGAINST -
      *    IF THE BODY NO LONGER SUMS TO IT, NOTHING IS STAMPED.
       WEIGH-SIGNOFF.
           IF WS-STORY-FOUND NOT = 'Y'
               MOVE 'U' TO WS-OUTCOME
           ELSE
               CALL 'SIGNCHK' USING STORY-ID STORY-AUTHORS
                   WS-SIGN-SUM WS-SIGN-RESULT WS-SIGN-MISSING
                   ON EXCEPTION
                       MOVE SPACES TO WS-SIGN-SUM
               END-CALL
               EVALUATE TRUE
                   WHEN WS-SIGN-SUM NOT = WS-ROW-SUM
                       MOVE 'C' TO WS-OUTCOME
                   WHEN WS-ROW-SIGNED NOT = SPACES
                       MOVE 'A' TO WS-OUTCOME
                   WHEN OTHER
                       MOVE 'S' TO WS-OUTCOME
                       PERFORM STAMP-TOKEN-ROW
                       CALL 'SIGNCHK' USING STORY-ID STORY-AUTHORS
                           WS-SIGN-SUM WS-SIGN-RESULT
                           WS-SIGN-MISSING
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
               END-EVALUATE
           END-IF.

       STAMP-TOKEN-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'N' TO WS-SIGN-EOF.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGN-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL SIGN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SIGN-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
               CLOSE KEEP-FILE
               PERFORM REWRITE-SIGNOFFS
           END-IF.

       KEEP-ONE-ROW.
           PERFORM PARSE-SIGNOFF-ROW.
           IF FUNCTION TRIM(SGN-TOKEN) = FUNCTION TRIM(WS-WANTED-TOKEN)
               MOVE WS-TIMESTAMP(1:14) TO SGN-SIGNED
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(SGN-STORY-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(SGN-AUTHOR-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      SGN-BODY-SUM DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(SGN-TOKEN) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      SGN-SENT DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      SGN-SIGNED DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           ELSE
               MOVE SIGNOFF-FILE-LINE TO KEEP-FILE-LINE
           END-IF.
           WRITE KEEP-FILE-LINE.

       REWRITE-SIGNOFFS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT SIGNOFF-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO SIGNOFF-FILE-LINE
                       WRITE SIGNOFF-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE SIGNOFF-FILE.

       EMIT-SIGNED-PAGE.
           DISPLAY
               DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                 H1 CLOSE-H1
                   'signed off'
                 END-H1
                 PARA CLOSE-PARA
                   FUNCTION TRIM(WS-ROW-AUTHOR) ' has approved '
                   FUNCTION TRIM(WS-SAFE-TITLE)
                   ' as it stands. an edit to the text will ask'
                   ' again.'
                 END-PARA
           END-DISPLAY.
           IF WS-SIGN-RESULT = 'Y' OR WS-SIGN-RESULT = 'S'
               DISPLAY
                   PARA CLOSE-PARA
                     'every author has signed off - it is clear to'
                     ' publish.'
                   END-PARA
               END-DISPLAY
           ELSE
               DISPLAY
                   PARA CLOSE-PARA
                     'still waiting on: '
                     FUNCTION TRIM(WS-SIGN-MISSING)
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
       END PROGRAM SIGNOFF.
