       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMAIL.
      *    BATCH JOB - MAILS THE SAVED SEARCH ALERTS READERS LEAVE ON
      *    SRCHALERT.COB. RUN FROM scripts/build.sh RIGHT AFTER
      *    SEARCHIDX.COB HAS REBUILT data/SEARCH-INDEX.DAT. FOR EVERY
      *    CONFIRMED ('A') ROW OF data/SEARCH-ALERTS.DAT IT LOOKS UP
      *    THE QUERY WORDS IN THE FRESH INDEX THE WAY SEARCH.COB DOES
      *    (EVERY WORD MUST HIT, A WORD HITS ANY INDEX WORD CONTAINING
      *    IT), KEEPS THE LIVE STORIES PUBLISHED SINCE THE ALERT'S
      *    ALERT-LAST MARK, AND MOVES THE MARK UP TO THE NEWEST LIVE
      *    PUBDATE. AN ALERT'S FIRST RUN ONLY SETS THAT BASELINE, THE
      *    SAME WAY DIGEST.COB STARTS, SO SAVING A SEARCH NEVER MAILS
      *    THE BACK CATALOGUE. ALL THE HITS FOR ONE ADDRESS GO OUT AS
      *    ONE COMBINED NOTICE - A BODY FILE UNDER data/ PLUS ONE
      *    data/MAILQ.DAT ROW POINTING AT IT, FOR MAILSEND.COB TO
      *    DELIVER WITH THE SUBSCRIBER'S OWN UNSUBSCRIBE LINK. EACH
      *    ALERT IN THE BODY CARRIES ITS OWN STOP LINK (UNSUB.COB
      *    WITH ITS 'a' TOKEN). A SUPPRESSED ADDRESS (SUPPCHK.CBL) IS
      *    NEVER QUEUED. ALERTS WHOSE ADDRESS HAS LEFT
      *    data/SUBSCRIBERS.DAT (OR NEVER CONFIRMED THERE) ARE DROPPED
      *    ON THE REWRITE, AS ARE 'P' ALERTS NOBODY CONFIRMED WITHIN
      *    FOURTEEN DAYS - THE SUBSWEEP.COB RULE. IF THE INDEX IS
      *    MISSING NOTHING IS MATCHED AND NO MARK MOVES, SO THE NEXT
      *    GOOD RUN PICKS UP WHERE THIS ONE SHOULD HAVE. THE ALERTS
      *    FILE IS REWRITTEN THROUGH A KEEP FILE UNDER THE FGUARD
      *    LOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT SEARCH-INDEX-FILE ASSIGN TO "data/SEARCH-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT SEARCH-ALERT-FILE ASSIGN TO "data/SEARCH-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-KEEP-FILE
               ASSIGN TO "data/SEARCH-ALERTS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'SIDXFD.CPY'.
           COPY 'SUBFD.CPY'.
           COPY 'ALERTFD.CPY'.
       FD  ALERT-KEEP-FILE.
       01  ALERT-KEEP-FILE-LINE PIC X(200).
           COPY 'MAILQFD.CPY'.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(520).
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'SIDXREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'ALERTREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-INDEX-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ALERT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-PATH        PIC X(60)   VALUE SPACES.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-INDEX-EOF        PIC X       VALUE 'N'.
               88  INDEX-EOF                   VALUE 'Y'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-ALERT-EOF        PIC X       VALUE 'N'.
               88  ALERT-EOF                   VALUE 'Y'.
       01  WS-INDEX-OK         PIC X       VALUE 'N'.
               88  INDEX-OK                    VALUE 'Y'.
       01  WS-INDEX-MISSING    PIC X       VALUE 'N'.
               88  INDEX-MISSING               VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-TODAY-INT        PIC 9(8)    VALUE 0.
       01  WS-ROW-INT          PIC 9(8)    VALUE 0.
       01  WS-ROW-AGE          PIC S9(8)   VALUE 0.
       01  WS-MAX-PUBDATE      PIC X(8)    VALUE '00000000'.
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-GUARD-ACTION     PIC X.
      *    THE LIVE CATALOGUE - NON-DRAFT, PUBLISHED, PUBDATE NOT IN
      *    THE FUTURE. ONLY THESE CAN EVER BE A HIT.
       01  WS-ST-COUNT         PIC 9(3)    VALUE 0.
       01  WS-ST-TABLE.
               05  WS-ST-ENTRY     OCCURS 300 TIMES.
                   10  WS-ST-ID        PIC X(8).
                   10  WS-ST-TITLE     PIC X(30).
                   10  WS-ST-PUBDATE   PIC X(8).
                   10  WS-ST-PROGRAM   PIC X(12).
       01  WS-ST-IDX           PIC 9(3).
      *    ADDRESSES CONFIRMED ON THE MAILING LIST, UPPER-CASED FOR
      *    THE COMPARE.
       01  WS-SB-COUNT         PIC 9(4)    VALUE 0.
       01  WS-SB-TABLE.
               05  WS-SB-EMAIL     OCCURS 1000 TIMES PIC X(60).
       01  WS-SB-IDX           PIC 9(4).
       01  WS-EMAIL-UPPER      PIC X(60).
       01  WS-ON-LIST          PIC X       VALUE 'N'.
               88  ON-LIST                     VALUE 'Y'.
      *    EVERY ALERT ROW, HELD WHILE THE LOCK IS HELD, WITH THE
      *    STORIES IT HIT THIS RUN (AS WS-ST-TABLE SUBSCRIPTS).
      *    WS-AL-KEEP 'N' DROPS THE ROW ON THE REWRITE; WS-AL-DONE
      *    MARKS ROWS ALREADY FOLDED INTO THEIR ADDRESS'S NOTICE.
       01  WS-AL-COUNT         PIC 9(3)    VALUE 0.
       01  WS-AL-TABLE.
               05  WS-AL-ENTRY     OCCURS 300 TIMES.
                   10  WS-AL-EMAIL     PIC X(60).
                   10  WS-AL-QUERY     PIC X(60).
                   10  WS-AL-DATE      PIC X(8).
                   10  WS-AL-STATE     PIC X.
                   10  WS-AL-TOKEN     PIC X(16).
                   10  WS-AL-LAST      PIC X(8).
                   10  WS-AL-KEEP      PIC X.
                   10  WS-AL-DONE      PIC X.
                   10  WS-AL-HIT-COUNT PIC 9(2).
                   10  WS-AL-HIT       OCCURS 20 TIMES PIC 9(3).
       01  WS-AL-IDX           PIC 9(3).
       01  WS-AL-JDX           PIC 9(3).
       01  WS-HIT-IDX          PIC 9(2).
      *    THE QUERY SPLIT INTO WORDS, AND ONE MATCHED-ID SET PER
      *    WORD - THE SAME SHAPE SEARCH.COB INTERSECTS.
       01  WS-QW-COUNT         PIC 9(1)    VALUE 0.
       01  WS-QW-TABLE.
               05  WS-QW           OCCURS 3 TIMES PIC X(60).
       01  WS-QW-REST          PIC X(60)   VALUE SPACES.
       01  WS-QW-IDX           PIC 9(1).
       01  WS-QW-LEN           PIC 9(2)    VALUE 0.
       01  WS-WORD-HITS        PIC 9(3)    VALUE 0.
       01  WS-SET-COUNTS.
               05  WS-SET-COUNT    OCCURS 3 TIMES PIC 9(2).
       01  WS-SET-TABLE.
               05  WS-SET-ROW      OCCURS 3 TIMES.
                   10  WS-SET-ID   OCCURS 50 TIMES PIC X(8).
       01  WS-SET-IDX          PIC 9(2).
       01  WS-MATCH-IDX        PIC 9(2).
       01  WS-IN-EVERY-SET     PIC X       VALUE 'N'.
               88  IN-EVERY-SET                VALUE 'Y'.
       01  WS-ROW-IDS.
               05  WS-ROW-ID       OCCURS 40 TIMES PIC X(8).
       01  WS-ROW-IDX          PIC 9(2).
       01  WS-ID-LISTED        PIC X       VALUE 'N'.
               88  ID-LISTED                   VALUE 'Y'.
       01  WS-NOTICE-HITS      PIC 9(4)    VALUE 0.
       01  WS-NOTICE-SEQ       PIC 9(3)    VALUE 0.
       01  WS-MAILED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-HIT-TOTAL        PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
               TO WS-TODAY-INT.
           PERFORM LOAD-LIVE-STORIES.
           PERFORM LOAD-LIST-ADDRESSES.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-ALERTS.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'alertmail: no data/SEARCH-ALERTS.DAT - '
                   'nothing to do'
           ELSE
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-COUNT
                   PERFORM JUDGE-ONE-ALERT
               END-PERFORM
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-COUNT
                   IF WS-AL-HIT-COUNT(WS-AL-IDX) > 0
                           AND WS-AL-DONE(WS-AL-IDX) NOT = 'Y'
                       PERFORM SEND-ONE-NOTICE
                   END-IF
               END-PERFORM
               PERFORM REWRITE-ALERTS
               DISPLAY 'alertmail: ' WS-AL-COUNT ' alert(s), '
                   WS-HIT-TOTAL ' new match(es), '
                   WS-MAILED-COUNT ' notice(s) queued, '
                   WS-DROPPED-COUNT ' dropped - run MAILSEND.COB '
                   'to deliver'
               IF INDEX-MISSING
                   DISPLAY 'alertmail: data/SEARCH-INDEX.DAT is '
                       'missing - nothing matched, no mark moved; '
                       'run SEARCHIDX.COB first'
               END-IF
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       GOBACK.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.

      *    A FUTURE-DATED ROW IS NOT LIVE YET - IT MUST NOT MOVE ANY
      *    ALERT'S MARK, OR IT WOULD NEVER BE MAILED ONCE ITS PUBDATE
      *    ARRIVES.
       LOAD-LIVE-STORIES.
           MOVE 0 TO WS-ST-COUNT.
           MOVE '00000000' TO WS-MAX-PUBDATE.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO STORY-DRAFT
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-PROGRAM NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE <= WS-TODAY-DATE
                                   AND WS-ST-COUNT < 300
                               PERFORM ADD-LIVE-STORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       ADD-LIVE-STORY.
           ADD 1 TO WS-ST-COUNT.
           MOVE STORY-ID TO WS-ST-ID(WS-ST-COUNT).
           MOVE STORY-TITLE TO WS-ST-TITLE(WS-ST-COUNT).
           MOVE STORY-PUBDATE TO WS-ST-PUBDATE(WS-ST-COUNT).
           MOVE STORY-PROGRAM TO WS-ST-PROGRAM(WS-ST-COUNT).
           IF STORY-PUBDATE > WS-MAX-PUBDATE
               MOVE STORY-PUBDATE TO WS-MAX-PUBDATE
           END-IF.

      *    ONLY CONFIRMED ('A') OR GRANDFATHERED (BLANK) ROWS - THE
      *    SAME TEST NOTIFY.COB AND DIGEST.COB MAIL BY.
       LOAD-LIST-ADDRESSES.
           MOVE 0 TO WS-SB-COUNT.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF
                   READ SUBSCRIBER-FILE
                       AT END
                           SET SUB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SUBSCRIBER-EMAIL
                               SUBSCRIBER-DATE SUBSCRIBER-FREQ
                               SUBSCRIBER-STATE SUBSCRIBER-TOKEN
                           UNSTRING SUBSCRIBER-FILE-LINE
                               DELIMITED BY '|'
                               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
                                    SUBSCRIBER-FREQ SUBSCRIBER-STATE
                                    SUBSCRIBER-TOKEN
                           END-UNSTRING
                           IF SUBSCRIBER-STATE NOT = 'P'
                                   AND SUBSCRIBER-EMAIL NOT = SPACES
                                   AND WS-SB-COUNT < 1000
                               ADD 1 TO WS-SB-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(SUBSCRIBER-EMAIL))
                                   TO WS-SB-EMAIL(WS-SB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       LOAD-ALERTS.
           MOVE 0 TO WS-AL-COUNT.
           OPEN INPUT SEARCH-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
               PERFORM UNTIL ALERT-EOF
                   READ SEARCH-ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF WS-AL-COUNT < 300
                               PERFORM ADD-ALERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEARCH-ALERT-FILE
           END-IF.

       ADD-ALERT-ROW.
           MOVE SPACES TO SEARCH-ALERT-RECORD.
           UNSTRING SEARCH-ALERT-FILE-LINE DELIMITED BY '|'
               INTO ALERT-EMAIL ALERT-QUERY ALERT-DATE ALERT-STATE
                    ALERT-TOKEN ALERT-LAST
           END-UNSTRING.
           ADD 1 TO WS-AL-COUNT.
           MOVE ALERT-EMAIL TO WS-AL-EMAIL(WS-AL-COUNT).
           MOVE ALERT-QUERY TO WS-AL-QUERY(WS-AL-COUNT).
           MOVE ALERT-DATE TO WS-AL-DATE(WS-AL-COUNT).
           MOVE ALERT-STATE TO WS-AL-STATE(WS-AL-COUNT).
           MOVE ALERT-TOKEN TO WS-AL-TOKEN(WS-AL-COUNT).
           MOVE ALERT-LAST TO WS-AL-LAST(WS-AL-COUNT).
           MOVE 'Y' TO WS-AL-KEEP(WS-AL-COUNT).
           MOVE 'N' TO WS-AL-DONE(WS-AL-COUNT).
           MOVE 0 TO WS-AL-HIT-COUNT(WS-AL-COUNT).

      *    OFF THE LIST MEANS OFF THE ALERTS; A STALE 'P' AGES OUT;
      *    A CONFIRMED ALERT EITHER TAKES ITS BASELINE OR, WHEN THE
      *    CATALOGUE HAS MOVED PAST ITS MARK, GETS MATCHED.
       JUDGE-ONE-ALERT.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-AL-EMAIL(WS-AL-IDX)))
               TO WS-EMAIL-UPPER.
           MOVE 'N' TO WS-ON-LIST.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT OR ON-LIST
               IF WS-SB-EMAIL(WS-SB-IDX) = WS-EMAIL-UPPER
                   SET ON-LIST TO TRUE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ROW-AGE.
           IF WS-AL-STATE(WS-AL-IDX) = 'P'
                   AND WS-AL-DATE(WS-AL-IDX) IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AL-DATE(WS-AL-IDX)))
                   TO WS-ROW-INT
               COMPUTE WS-ROW-AGE = WS-TODAY-INT - WS-ROW-INT
           END-IF.
           EVALUATE TRUE
               WHEN NOT ON-LIST
                   MOVE 'N' TO WS-AL-KEEP(WS-AL-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN WS-AL-STATE(WS-AL-IDX) = 'P'
                   IF WS-ROW-AGE > 14
                       MOVE 'N' TO WS-AL-KEEP(WS-AL-IDX)
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               WHEN WS-AL-LAST(WS-AL-IDX) = SPACES
                   MOVE WS-MAX-PUBDATE TO WS-AL-LAST(WS-AL-IDX)
               WHEN WS-MAX-PUBDATE > WS-AL-LAST(WS-AL-IDX)
                   PERFORM MATCH-ONE-ALERT
                   IF INDEX-OK
                       MOVE WS-MAX-PUBDATE TO WS-AL-LAST(WS-AL-IDX)
                   END-IF
           END-EVALUATE.

       MATCH-ONE-ALERT.
           MOVE 0 TO WS-QW-COUNT.
           MOVE SPACES TO WS-QW(1) WS-QW(2) WS-QW(3) WS-QW-REST.
           UNSTRING FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-AL-QUERY(WS-AL-IDX)))
               DELIMITED BY ALL ' '
               INTO WS-QW(1) WS-QW(2) WS-QW(3) WS-QW-REST
           END-UNSTRING.
           PERFORM VARYING WS-QW-IDX FROM 1 BY 1
                   UNTIL WS-QW-IDX > 3
               IF WS-QW(WS-QW-IDX) NOT = SPACES
                   MOVE WS-QW-IDX TO WS-QW-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SET-TABLE.
           MOVE ZEROES TO WS-SET-COUNTS.
           MOVE 'N' TO WS-INDEX-OK.
           MOVE 'N' TO WS-INDEX-EOF.
           OPEN INPUT SEARCH-INDEX-FILE.
           IF WS-INDEX-STATUS = '00'
               SET INDEX-OK TO TRUE
               PERFORM UNTIL INDEX-EOF
                   READ SEARCH-INDEX-FILE
                       AT END
                           SET INDEX-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-INDEX-ROW
                   END-READ
               END-PERFORM
               CLOSE SEARCH-INDEX-FILE
               IF WS-QW-COUNT > 0
                   PERFORM INTERSECT-AND-KEEP-NEW
               END-IF
           ELSE
               SET INDEX-MISSING TO TRUE
           END-IF.

      *    AN INDEX WORD HITS A QUERY WORD WHEN IT CONTAINS IT - THE
      *    SAME LOOSE TEST SEARCH.COB USES, SO "PITY" ALSO FINDS
      *    "PITYING" AND THE ALERT AGREES WITH THE RESULTS PAGE.
       CHECK-INDEX-ROW.
           MOVE SPACES TO SEARCH-INDEX-RECORD.
           UNSTRING SEARCH-INDEX-FILE-LINE DELIMITED BY '|'
               INTO SIDX-WORD SIDX-IDS
           END-UNSTRING.
           PERFORM VARYING WS-QW-IDX FROM 1 BY 1
                   UNTIL WS-QW-IDX > WS-QW-COUNT
               MOVE 0 TO WS-WORD-HITS
               COMPUTE WS-QW-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-QW(WS-QW-IDX)))
               IF WS-QW-LEN <= 20
                   INSPECT SIDX-WORD TALLYING WS-WORD-HITS
                       FOR ALL WS-QW(WS-QW-IDX)(1:WS-QW-LEN)
               END-IF
               IF WS-WORD-HITS > 0
                   MOVE WS-QW-IDX TO WS-SET-IDX
                   PERFORM ADD-ROW-TO-WORD-SET
               END-IF
           END-PERFORM.

       ADD-ROW-TO-WORD-SET.
           MOVE SPACES TO WS-ROW-IDS.
           UNSTRING SIDX-IDS DELIMITED BY ','
                   INTO WS-ROW-ID(1) WS-ROW-ID(2) WS-ROW-ID(3)
                        WS-ROW-ID(4) WS-ROW-ID(5) WS-ROW-ID(6)
                        WS-ROW-ID(7) WS-ROW-ID(8) WS-ROW-ID(9)
                        WS-ROW-ID(10) WS-ROW-ID(11) WS-ROW-ID(12)
                        WS-ROW-ID(13) WS-ROW-ID(14) WS-ROW-ID(15)
                        WS-ROW-ID(16) WS-ROW-ID(17) WS-ROW-ID(18)
                        WS-ROW-ID(19) WS-ROW-ID(20) WS-ROW-ID(21)
                        WS-ROW-ID(22) WS-ROW-ID(23) WS-ROW-ID(24)
                        WS-ROW-ID(25) WS-ROW-ID(26) WS-ROW-ID(27)
                        WS-ROW-ID(28) WS-ROW-ID(29) WS-ROW-ID(30)
                        WS-ROW-ID(31) WS-ROW-ID(32) WS-ROW-ID(33)
                        WS-ROW-ID(34) WS-ROW-ID(35) WS-ROW-ID(36)
                        WS-ROW-ID(37) WS-ROW-ID(38) WS-ROW-ID(39)
                        WS-ROW-ID(40)
           END-UNSTRING.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 40
               IF WS-ROW-ID(WS-ROW-IDX) NOT = SPACES
                   PERFORM ADD-ID-TO-SET
               END-IF
           END-PERFORM.

       ADD-ID-TO-SET.
           MOVE 'N' TO WS-ID-LISTED.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX >
                       WS-SET-COUNT(WS-SET-IDX)
               IF WS-SET-ID(WS-SET-IDX, WS-MATCH-IDX) =
                       WS-ROW-ID(WS-ROW-IDX)
                   SET ID-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ID-LISTED AND WS-SET-COUNT(WS-SET-IDX) < 50
               ADD 1 TO WS-SET-COUNT(WS-SET-IDX)
               MOVE WS-ROW-ID(WS-ROW-IDX)
                   TO WS-SET-ID(WS-SET-IDX,
                       WS-SET-COUNT(WS-SET-IDX))
           END-IF.

      *    AN ID IN EVERY WORD'S SET IS A MATCH; IT IS A HIT ONLY IF
      *    IT IS A LIVE STORY PUBLISHED AFTER THE ALERT'S MARK (THE
      *    OTHER ID NAMESPACES IN THE INDEX NEVER FIND A STORY ROW).
       INTERSECT-AND-KEEP-NEW.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-SET-COUNT(1)
               SET IN-EVERY-SET TO TRUE
               PERFORM VARYING WS-SET-IDX FROM 2 BY 1
                       UNTIL WS-SET-IDX > WS-QW-COUNT
                   MOVE 'N' TO WS-ID-LISTED
                   PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                           UNTIL WS-MATCH-IDX >
                               WS-SET-COUNT(WS-SET-IDX)
                       IF WS-SET-ID(WS-SET-IDX, WS-MATCH-IDX) =
                               WS-SET-ID(1, WS-ROW-IDX)
                           SET ID-LISTED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT ID-LISTED
                       MOVE 'N' TO WS-IN-EVERY-SET
                   END-IF
               END-PERFORM
               IF IN-EVERY-SET
                   PERFORM KEEP-IF-NEW-STORY
               END-IF
           END-PERFORM.

       KEEP-IF-NEW-STORY.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-ID(WS-ST-IDX) = WS-SET-ID(1, WS-ROW-IDX)
                       AND WS-ST-PUBDATE(WS-ST-IDX) >
                           WS-AL-LAST(WS-AL-IDX)
                       AND WS-AL-HIT-COUNT(WS-AL-IDX) < 20
                   ADD 1 TO WS-AL-HIT-COUNT(WS-AL-IDX)
                   ADD 1 TO WS-HIT-TOTAL
                   MOVE WS-ST-IDX TO WS-AL-HIT(WS-AL-IDX,
                       WS-AL-HIT-COUNT(WS-AL-IDX))
               END-IF
           END-PERFORM.

      *    ONE NOTICE PER ADDRESS: THIS ALERT AND EVERY LATER ALERT
      *    ON THE SAME ADDRESS WITH HITS GO INTO ONE BODY FILE. THE
      *    ROWS ARE MARKED DONE EVEN WHEN THE ADDRESS IS SUPPRESSED,
      *    SO A SUPPRESSED READER'S OTHER ALERTS AREN'T RE-TRIED.
       SEND-ONE-NOTICE.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-AL-EMAIL(WS-AL-IDX)))
               TO WS-EMAIL-UPPER.
           MOVE 'A' TO WS-SUPP-VERDICT.
           CALL 'SUPPCHK' USING WS-AL-EMAIL(WS-AL-IDX)
               WS-SUPP-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SUPP-VERDICT
           END-CALL.
           IF WS-SUPP-VERDICT NOT = 'S'
               PERFORM WRITE-NOTICE-BODY
               PERFORM QUEUE-NOTICE
           ELSE
               PERFORM VARYING WS-AL-JDX FROM WS-AL-IDX BY 1
                       UNTIL WS-AL-JDX > WS-AL-COUNT
                   IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-AL-EMAIL(WS-AL-JDX)))
                           = WS-EMAIL-UPPER
                       MOVE 'Y' TO WS-AL-DONE(WS-AL-JDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    THE BODY FILE IS DATE-STAMPED AND NUMBERED PER RUN, SO AN
      *    UNSENT QUEUE ROW STILL POINTS AT ITS OWN TEXT AFTER THE
      *    NEXT RUN WRITES FRESH ONES.
       WRITE-NOTICE-BODY.
           ADD 1 TO WS-NOTICE-SEQ.
           MOVE 0 TO WS-NOTICE-HITS.
           MOVE SPACES TO WS-BODY-PATH.
           STRING 'data/ALERT-BODY-' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOTICE-SEQ DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BODY-PATH
           END-STRING.
           OPEN OUTPUT BODY-FILE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'new stories matching your saved searches on '
                      DELIMITED BY SIZE
                  '*observe.observer:' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           PERFORM VARYING WS-AL-JDX FROM WS-AL-IDX BY 1
                   UNTIL WS-AL-JDX > WS-AL-COUNT
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-AL-EMAIL(WS-AL-JDX)))
                       = WS-EMAIL-UPPER
                       AND WS-AL-HIT-COUNT(WS-AL-JDX) > 0
                   PERFORM WRITE-ONE-ALERT-SECTION
               END-IF
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-AL-EMAIL(WS-AL-JDX)))
                       = WS-EMAIL-UPPER
                   MOVE 'Y' TO WS-AL-DONE(WS-AL-JDX)
               END-IF
           END-PERFORM.
           CLOSE BODY-FILE.

       WRITE-ONE-ALERT-SECTION.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'matches for "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AL-QUERY(WS-AL-JDX))
                      DELIMITED BY SIZE
                  '":' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-AL-HIT-COUNT(WS-AL-JDX)
               MOVE WS-AL-HIT(WS-AL-JDX, WS-HIT-IDX) TO WS-ST-IDX
               ADD 1 TO WS-NOTICE-HITS
               PERFORM WRITE-ONE-HIT
           END-PERFORM.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING 'stop this alert: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'UNSUB.COB?u=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AL-TOKEN(WS-AL-JDX))
                      DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.

       WRITE-ONE-HIT.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-ST-PUBDATE(WS-ST-IDX) DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX))
                      DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.

       QUEUE-NOTICE.
           ADD 1 TO WS-MAILED-COUNT.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE WS-AL-EMAIL(WS-AL-IDX) TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'saved search alert: ' DELIMITED BY SIZE
                  WS-NOTICE-HITS DELIMITED BY SIZE
                  ' new match(es)' DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE WS-BODY-PATH TO MAILQ-BODY.
           MOVE SPACES TO MAILQ-FILE-LINE.
           STRING FUNCTION TRIM(MAILQ-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-SUBJECT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-ATTEMPTS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-BODY) DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.

      *    EVERY KEPT ROW IS WRITTEN BACK WITH ITS (POSSIBLY MOVED)
      *    MARK; DROPPED ROWS SIMPLY AREN'T.
       REWRITE-ALERTS.
           OPEN OUTPUT ALERT-KEEP-FILE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-KEEP(WS-AL-IDX) = 'Y'
                   PERFORM KEEP-ONE-ALERT
               END-IF
           END-PERFORM.
           CLOSE ALERT-KEEP-FILE.
           MOVE 'N' TO WS-ALERT-EOF.
           OPEN INPUT ALERT-KEEP-FILE.
           OPEN OUTPUT SEARCH-ALERT-FILE.
           PERFORM UNTIL ALERT-EOF
               READ ALERT-KEEP-FILE
                   AT END
                       SET ALERT-EOF TO TRUE
                   NOT AT END
                       MOVE ALERT-KEEP-FILE-LINE
                           TO SEARCH-ALERT-FILE-LINE
                       WRITE SEARCH-ALERT-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE ALERT-KEEP-FILE.
           CLOSE SEARCH-ALERT-FILE.

       KEEP-ONE-ALERT.
           MOVE SPACES TO ALERT-KEEP-FILE-LINE.
           STRING FUNCTION TRIM(WS-AL-EMAIL(WS-AL-IDX))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AL-QUERY(WS-AL-IDX))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AL-DATE(WS-AL-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AL-STATE(WS-AL-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AL-TOKEN(WS-AL-IDX))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AL-LAST(WS-AL-IDX))
                      DELIMITED BY SIZE
               INTO ALERT-KEEP-FILE-LINE
           END-STRING.
           WRITE ALERT-KEEP-FILE-LINE.
       END PROGRAM ALERTMAIL.
