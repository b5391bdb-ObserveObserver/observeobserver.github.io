       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN.
      *    ACCEPTS A REQUEST TO BORROW A BOARD FROM THE COLLECTION
      *    (KEYBOARD ID IN A HIDDEN FORM FIELD, NAME, CONTACT ADDRESS,
      *    A NOTE ON WHY) AND APPENDS IT TO data/LOAN-PENDING.DAT
      *    RATHER THAN PROMISING ANYTHING - SAME SHAPE AS TRADE.COB.
      *    APPROVELN.COB IS THE COMPANION MODERATION JOB THAT MOVES
      *    ACCEPTED REQUESTS INTO THE LOAN BOOK, data/LOANS.DAT, AND
      *    LOANDESK.COB SHIPS AND CHECKS THEM BACK IN. A BOARD THAT
      *    DOES NOT EXIST, OR IS ALREADY OUT OR PROMISED (LOANCHK.CBL),
      *    IS NOT QUEUED - KBPAGE.COB ONLY SHOWS THE FORM ON A FREE
      *    BOARD, SO ANYTHING ELSE IS A STALE PAGE OR A HAND-ROLLED
      *    POST. THE HHKB AND THE MODEL M USED TO GO OUT ON A STICKY
      *    NOTE. A QUEUED REQUEST PUTS ITS CONTACT ADDRESS ON THE
      *    CONSENT REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KB-FILE ASSIGN TO "data/KEYBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           SELECT PENDING-FILE ASSIGN TO "data/LOAN-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'KBFD.CPY'.
           COPY 'LOANFD.CPY' REPLACING LOAN-FILE BY PENDING-FILE
               LOAN-FILE-LINE BY PENDING-FILE-LINE.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'KBREC.CPY'.
           COPY 'LOANREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(800).
       01  WS-FIELD-KBID       PIC X(13).
       01  WS-FIELD-NAME       PIC X(40).
       01  WS-FIELD-CONTACT    PIC X(60).
       01  WS-FIELD-NOTE       PIC X(200).
       01  WS-FIELD-WEBSITE    PIC X(60)   VALUE SPACES.
       01  WS-KB-STATUS        PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  KB-EOF                      VALUE 'Y'.
       01  WS-LENDABLE         PIC X       VALUE 'N'.
               88  BOARD-LENDABLE              VALUE 'Y'.
       01  WS-LOAN-VERDICT     PIC X       VALUE 'F'.
       01  WS-LOAN-DUE         PIC X(8)    VALUE SPACES.
       01  WS-LOAN-KB-ID       PIC X(8)    VALUE SPACES.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-RATE-VERDICT     PIC X       VALUE 'A'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
           COPY 'SITECFG.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'request received - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE 'Y'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'keyboard'.
       01  WS-GUARD-ACTION     PIC X.
      *    READ-ONLY DEGRADED MODE - SEE DEGRADED.CBL. WHEN data/
      *    CANNOT BE WRITTEN THE FORM SAYS SO INSTEAD OF FAILING
      *    RAW; THE REST OF THE PAGE RENDERS FROM ITS READ-ONLY
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'LOAN' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'request received - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               MOVE SPACES TO WS-POST-BODY
               ACCEPT WS-POST-BODY
               PERFORM EXTRACT-FIELDS
               PERFORM CHECK-BOARD-LENDABLE
               IF BOARD-LENDABLE
                       AND FUNCTION TRIM(WS-FIELD-NAME) NOT = SPACES
                       AND FUNCTION TRIM(WS-FIELD-CONTACT)
                           NOT = SPACES
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                       PERFORM APPEND-PENDING-REQUEST
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
      *    READ-ONLY DEGRADED MODE - THE PAGE STILL RENDERS, THE
      *    FORM JUST SAYS SO INSTEAD OF FAILING RAW.
           IF PAUSED
               DISPLAY
                   DIV LINEAGE BECOMES 'pausednote' CLOSE-DIV
                     PARA CLOSE-PARA
                       'submissions are paused while the site is'
                       ' read-only - try again in a while.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'loanthanks' CLOSE-DIV
                 PARA CLOSE-PARA
                   'thanks - your request is waiting for moderation.'
                 END-PARA
                 LINK URL BECOMES '"/keyboards"' CLOSE-LINK
                   'back to keyboards'
                 END-LINK
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-FIELDS.
           MOVE SPACES TO WS-FIELD-KBID WS-FIELD-NAME
               WS-FIELD-CONTACT WS-FIELD-NOTE.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:5) = 'kbid='
               UNSTRING WS-POST-BODY
                   DELIMITED BY '&name=' OR '&contact=' OR '&note='
                   OR '&website='
                   INTO WS-FIELD-KBID WS-FIELD-NAME
                        WS-FIELD-CONTACT WS-FIELD-NOTE
                        WS-FIELD-WEBSITE
               END-UNSTRING
               IF WS-FIELD-KBID(1:5) = 'kbid='
                   MOVE WS-FIELD-KBID(6:) TO WS-FIELD-KBID
               END-IF
               MOVE WS-FIELD-KBID TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-KBID
               MOVE WS-FIELD-KBID TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-KBID
               MOVE WS-FIELD-NAME TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-NAME
               MOVE WS-FIELD-NAME TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-NAME
               MOVE WS-FIELD-CONTACT TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-CONTACT
               MOVE WS-FIELD-CONTACT TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-CONTACT
               MOVE WS-FIELD-NOTE TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-FIELD-NOTE
               MOVE WS-FIELD-NOTE TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               MOVE WS-UTF8-BUF TO WS-FIELD-NOTE
           END-IF.

      *    THE BOARD MUST EXIST AND MUST NOT ALREADY BE OUT OR
      *    PROMISED TO SOMEBODY ELSE.
       CHECK-BOARD-LENDABLE.
           MOVE 'N' TO WS-LENDABLE WS-EOF.
           OPEN INPUT KB-FILE.
           IF WS-KB-STATUS = '00'
               PERFORM UNTIL KB-EOF OR BOARD-LENDABLE
                   READ KB-FILE
                       AT END
                           SET KB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KB-ID
                           UNSTRING KB-FILE-LINE DELIMITED BY '|'
                               INTO KB-ID
                           END-UNSTRING
                           IF FUNCTION TRIM(KB-ID) =
                                   FUNCTION TRIM(WS-FIELD-KBID)
                               SET BOARD-LENDABLE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           END-IF.
           IF BOARD-LENDABLE
               MOVE WS-FIELD-KBID TO WS-LOAN-KB-ID
               CALL 'LOANCHK' USING WS-LOAN-KB-ID WS-LOAN-VERDICT
                   WS-LOAN-DUE
                   ON EXCEPTION
                       MOVE 'F' TO WS-LOAN-VERDICT
               END-CALL
               IF WS-LOAN-VERDICT NOT = 'F'
                   MOVE 'N' TO WS-LENDABLE
               END-IF
           END-IF.

      *    THE ADDRESS THROTTLE RUNS FIRST - A LOCKED-OUT ADDRESS
      *    DOESN'T EVEN GET ITS TEXT READ.
       SCREEN-SUBMISSION.
           MOVE 'A' TO WS-SPAM-VERDICT.
           MOVE 'A' TO WS-RATE-VERDICT.
           MOVE SPACES TO WS-REMOTE-ADDR.
           ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'.
           CALL 'RATELIM' USING WS-REMOTE-ADDR WS-RATE-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-RATE-VERDICT
           END-CALL.
           IF WS-RATE-VERDICT = 'L'
               MOVE 'R' TO WS-SPAM-VERDICT
           ELSE
               PERFORM SCREEN-FOR-SPAM
           END-IF.

       SCREEN-FOR-SPAM.
           MOVE 'LOAN' TO WS-SPAM-SOURCE.
           MOVE SPACES TO WS-SPAM-TEXT.
           STRING FUNCTION TRIM(WS-FIELD-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-NOTE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-CONTACT) DELIMITED BY SIZE
               INTO WS-SPAM-TEXT
           END-STRING.
           CALL 'SPAMCHK' USING WS-SPAM-SOURCE WS-FIELD-WEBSITE
               WS-SPAM-TEXT WS-SPAM-VERDICT
               ON EXCEPTION
                   MOVE 'A' TO WS-SPAM-VERDICT
           END-CALL.

       APPEND-PENDING-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INSPECT WS-FIELD-NAME REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-CONTACT REPLACING ALL '|' BY ' '.
           INSPECT WS-FIELD-NOTE REPLACING ALL '|' BY ' '.
           MOVE SPACES TO LOAN-RECORD.
           MOVE WS-FIELD-KBID TO LN-KB-ID.
           MOVE WS-FIELD-NAME TO LN-NAME.
           MOVE WS-FIELD-CONTACT TO LN-CONTACT.
           MOVE WS-TIMESTAMP(1:8) TO LN-REQUESTED.
           MOVE WS-FIELD-NOTE TO LN-NOTE.
           MOVE SPACES TO PENDING-FILE-LINE.
           STRING FUNCTION TRIM(LN-KB-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  LN-REQUESTED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-NOTE) DELIMITED BY SIZE
               INTO PENDING-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
           END-IF.
           WRITE PENDING-FILE-LINE.
           CLOSE PENDING-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(LN-CONTACT) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE LN-CONTACT TO CONSENT-ADDRESS.
           MOVE 'loan' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
       CHECK-DEGRADED-MODE.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
               ON EXCEPTION
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM LOAN.
