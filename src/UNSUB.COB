      *    ?u=TOKEN; THE MATCHING ROW IS DROPPED FROM
      *    data/SUBSCRIBERS.DAT OUTRIGHT - NO FLAG, NO GRACE PERIOD,
      *    NO MAIL TO THE MANAGEMENT. THE FILE IS REWRITTEN THROUGH A
      *    KEEP FILE UNDER THE FGUARD LOCK, LIKE CONFIRM.COB. AN 'a'
      *    TOKEN IS THE STOP LINK ON A SAVED SEARCH ALERT MAIL
      *    (ALERTMAIL.COB) AND DROPS JUST THAT ONE ROW OF
      *    data/SEARCH-ALERTS.DAT - THE ADDRESS STAYS ON THE LIST.
      *    LEAVING THE LIST ENDS EVERY ALERT TOO: ALERTMAIL.COB ONLY
      *    MAILS, AND ONLY KEEPS, ALERTS WHOSE ADDRESS IS STILL ON
      *    data/SUBSCRIBERS.DAT.
      *    TWO OPTIONAL EXTRAS RIDE BEHIND THE TOKEN. &w=1 IS THE
      *    "WEEKLY DIGEST INSTEAD" LINK MAILSEND.COB PUTS ON EVERY
      *    PER-STORY MAIL: THE ROW STAYS AND ITS FREQUENCY FLIPS TO
      *    'W'. &m= NAMES THE MAILING THE LINK CAME IN (ITS BODY FILE,
      *    SEE MAILSEND.COB). EITHER WAY THE CHANGE IS POSTED TO THE
      *    SUBSCRIBER EVENT LOG THROUGH SUBLOG.CBL ONCE THE LOCK IS
      *    LET GO, WITH THE MAILING AS ITS DETAIL, SO SUBGROW.COB CAN
      *    SAY WHICH ANNOUNCEMENT OR DIGEST COST THE READER.
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
       01  WS-ALERT-REMOVED    PIC X       VALUE 'N'.
               88  ALERT-REMOVED               VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(200).
       01  WS-WANTED-TOKEN     PIC X(16)   VALUE SPACES.
       01  WS-REMOVED          PIC X       VALUE 'N'.
               88  REMOVED-OK                  VALUE 'Y'.
       01  WS-SWITCHED         PIC X       VALUE 'N'.
               88  SWITCHED-OK                 VALUE 'Y'.
       01  WS-WANT-WEEKLY      PIC X       VALUE 'N'.
               88  WANT-WEEKLY                 VALUE 'Y'.
       01  WS-QS-PAIR-1        PIC X(80)   VALUE SPACES.
       01  WS-QS-PAIR-2        PIC X(80)   VALUE SPACES.
       01  WS-QS-PAIR          PIC X(80)   VALUE SPACES.
       01  WS-MAILING          PIC X(40)   VALUE SPACES.
       01  WS-MAILING-BAD      PIC 9(3)    VALUE 0.
       01  WS-MAILING-IDX      PIC 9(3)    VALUE 0.
       01  WS-LEFT-STATE       PIC X       VALUE SPACE.
       01  WS-LEFT-FREQ        PIC X       VALUE SPACE.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'unsubscribed - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'N'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'UNSUB' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'unsubscribed - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-WANTED-TOKEN.
           IF WS-QUERY-STRING(1:2) = 'u='
               UNSTRING WS-QUERY-STRING(3:) DELIMITED BY '&'
                   INTO WS-WANTED-TOKEN WS-QS-PAIR-1 WS-QS-PAIR-2
               END-UNSTRING
               MOVE WS-QS-PAIR-1 TO WS-QS-PAIR
               PERFORM TAKE-QS-PAIR
               MOVE WS-QS-PAIR-2 TO WS-QS-PAIR
               PERFORM TAKE-QS-PAIR
           END-IF.
           IF FUNCTION TRIM(WS-WANTED-TOKEN) NOT = SPACES
               IF WS-WANTED-TOKEN(1:1) = 'a'
                   PERFORM DROP-MATCHING-ALERT
               ELSE
                   PERFORM DROP-MATCHING-ROW
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
           WHEN SWITCHED-OK
               DISPLAY
                   DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                     H1 CLOSE-H1
                       'weekly it is'
                     END-H1
                     PARA CLOSE-PARA
                       'from now on new stories reach you once a'
                       ' week, rolled into the digest. the digest'
                       ' carries its own unsubscribe link too.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           WHEN ALERT-REMOVED
               DISPLAY
                   DIV LINEAGE BECOMES 'subscribeform' CLOSE-DIV
                     H1 CLOSE-H1
                       'alert stopped'
                     END-H1
                     PARA CLOSE-PARA
                       'that saved search will not mail you again.'
                       ' your other alerts and the story mail carry'
                       ' on as before.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           WHEN REMOVED-OK
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

       DROP-MATCHING-ROW.
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
               CLOSE KEEP-FILE
               IF REMOVED-OK OR SWITCHED-OK
                   PERFORM REWRITE-SUBSCRIBERS
               END-IF
           END-IF.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOG-LIST-EVENT.

      *    ONE NAME=VALUE CHUNK AFTER THE TOKEN. THE MAILING NAME IS
      *    A BODY-FILE STEM, SO ANYTHING BEYOND LETTERS, DIGITS AND
      *    '-' IS NOT ONE OF OURS AND IS DROPPED.
       TAKE-QS-PAIR.
           EVALUATE TRUE
               WHEN WS-QS-PAIR(1:3) = 'w=1'
                   SET WANT-WEEKLY TO TRUE
               WHEN WS-QS-PAIR(1:2) = 'm='
                   MOVE WS-QS-PAIR(3:) TO WS-MAILING
                   MOVE 0 TO WS-MAILING-BAD
                   PERFORM VARYING WS-MAILING-IDX FROM 1 BY 1
                           UNTIL WS-MAILING-IDX > 40
                       IF WS-MAILING(WS-MAILING-IDX:1) NOT = SPACE
                               AND WS-MAILING(WS-MAILING-IDX:1)
                                   NOT = '-'
                               AND WS-MAILING(WS-MAILING-IDX:1)
                                   IS NOT ALPHABETIC
                               AND WS-MAILING(WS-MAILING-IDX:1)
                                   IS NOT NUMERIC
                           ADD 1 TO WS-MAILING-BAD
                       END-IF
                   END-PERFORM
                   IF WS-MAILING-BAD > 0
                       MOVE SPACES TO WS-MAILING
                   END-IF
           END-EVALUATE.

      *    A SWITCH TO THE DIGEST IS LOGGED ONLY WHEN IT CHANGED
      *    SOMETHING - A SECOND CLICK ON AN OLD LINK IS NOT NEWS.
       LOG-LIST-EVENT.
           MOVE SPACES TO SUBSCRIBER-EVENT.
           EVALUATE TRUE
               WHEN REMOVED-OK
                   MOVE 'unsub' TO SEV-EVENT
               WHEN SWITCHED-OK AND WS-LEFT-FREQ NOT = 'W'
                   MOVE 'weekly' TO SEV-EVENT
           END-EVALUATE.
           IF FUNCTION TRIM(SEV-EVENT) NOT = SPACES
               MOVE WS-WANTED-TOKEN TO SEV-TOKEN
               MOVE WS-LEFT-STATE TO SEV-STATE
               MOVE WS-MAILING TO SEV-DETAIL
               CALL 'SUBLOG' USING SUBSCRIBER-EVENT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       KEEP-OR-DROP-ROW.
           MOVE SPACES TO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
               SUBSCRIBER-FREQ SUBSCRIBER-STATE SUBSCRIBER-TOKEN
               SUBSCRIBER-LANG.
           UNSTRING SUBSCRIBER-FILE-LINE DELIMITED BY '|'
               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE SUBSCRIBER-FREQ
                    SUBSCRIBER-STATE SUBSCRIBER-TOKEN SUBSCRIBER-LANG
           END-UNSTRING.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(SUBSCRIBER-TOKEN) = SPACES
                       OR FUNCTION TRIM(SUBSCRIBER-TOKEN)
                           NOT = FUNCTION TRIM(WS-WANTED-TOKEN)
                   MOVE SPACES TO KEEP-FILE-LINE
                   MOVE SUBSCRIBER-FILE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
               WHEN WANT-WEEKLY
                   MOVE SUBSCRIBER-STATE TO WS-LEFT-STATE
                   MOVE SUBSCRIBER-FREQ TO WS-LEFT-FREQ
                   SET SWITCHED-OK TO TRUE
                   MOVE 'W' TO SUBSCRIBER-FREQ
                   PERFORM KEEP-SWITCHED-ROW
               WHEN OTHER
                   MOVE SUBSCRIBER-STATE TO WS-LEFT-STATE
                   MOVE SUBSCRIBER-FREQ TO WS-LEFT-FREQ
                   SET REMOVED-OK TO TRUE
           END-EVALUATE.

       KEEP-SWITCHED-ROW.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(SUBSCRIBER-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-FREQ DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-STATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SUBSCRIBER-TOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUBSCRIBER-LANG DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.

       REWRITE-SUBSCRIBERS.
           MOVE 'N' TO WS-KEEP-EOF.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE SUBSCRIBER-FILE.

       DROP-MATCHING-ALERT.
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
                           PERFORM KEEP-OR-DROP-ALERT
                   END-READ
               END-PERFORM
               CLOSE SEARCH-ALERT-FILE
               CLOSE ALERT-KEEP-FILE
               IF ALERT-REMOVED
                   PERFORM REWRITE-ALERTS
               END-IF
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       KEEP-OR-DROP-ALERT.
           MOVE SPACES TO SEARCH-ALERT-RECORD.
           UNSTRING SEARCH-ALERT-FILE-LINE DELIMITED BY '|'
               INTO ALERT-EMAIL ALERT-QUERY ALERT-DATE ALERT-STATE
                    ALERT-TOKEN ALERT-LAST
           END-UNSTRING.
           IF FUNCTION TRIM(ALERT-TOKEN) NOT = SPACES
                   AND FUNCTION TRIM(ALERT-TOKEN)
                       = FUNCTION TRIM(WS-WANTED-TOKEN)
               SET ALERT-REMOVED TO TRUE
           ELSE
               MOVE SEARCH-ALERT-FILE-LINE TO ALERT-KEEP-FILE-LINE
               WRITE ALERT-KEEP-FILE-LINE
           END-IF.

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

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM UNSUB.
