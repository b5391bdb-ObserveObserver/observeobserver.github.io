       PROGRAM-ID. ADMIN.
      *    PASSWORD-PROTECTED ADMIN AREA - THE BROWSER COUNTERPART TO
      *    THE CONSOLE MODERATION JOBS, FOR THE DAYS AWAY FROM SSH.
      *    THE PASSPHRASE LIVES IN data/ADMIN-PASS.DAT AND IS TYPED
      *    ONCE: ADMGATE.CBL CHECKS IT (LOGGING EVERY ATTEMPT AND
      *    LOCKING OUT AN ADDRESS THAT KEEPS GUESSING) AND HANDS BACK
      *    A THIRTY-MINUTE SESSION TOKEN. THE TOKEN, NEVER THE
      *    PASSPHRASE, IS WHAT RIDES ALONG AS THE HIDDEN pass FIELD
      *    IN EVERY FORM AFTER THAT, SO THE PAGE STAYS STATELESS LIKE
      *    EVERYTHING ELSE HERE WITHOUT LEAVING THE PASSPHRASE IN
      *    BROWSER HISTORY. THE MENU ALSO BUILDS THE ASOF.CBL PREVIEW
      *    LINK WITH THE SAME TOKEN AS ITS key=. IT CAN REVIEW THE
      *    THREE PENDING
      *    QUEUES (APPROVE/REJECT/HOLD, AUDITED TO data/MODLOG.DAT
      *    LIKE THE CONSOLE JOBS) AND EDIT data/STORY.DAT ROWS THROUGH
      *    A FORM THAT VALIDATES EVERY FIELD AGAINST STORYREC.CPY -
      *    NO MORE COUNTING FOURTEEN PIPE DELIMITERS BY HAND. EACH
      *    SAVED ROW IS AUDITED THERE TOO, AS admin-story. THE
      *    ABUSE SCREEN UPHOLDS OR DISMISSES READER REPORTS AGAINST
      *    PUBLISHED COMMENTS AND GUESTBOOK ENTRIES THROUGH
      *    ABUSEACT.CBL, AS ABUSEDESK.COB DOES AT THE CONSOLE. THE
      *    PIPELINE BOARD SHOWS EACH DRAFT'S LENGTH (BODYWORDS.CBL)
      *    AGAINST ITS TARGET IN data/WRITING-GOALS.DAT (WGOAL.CBL).
      *    A CO-WRITTEN DRAFT CANNOT BE SAVED AS LIVE UNTIL EVERY
      *    NAMED AUTHOR HAS SIGNED OFF ITS CURRENT BODY (SIGNCHK.CBL).
      *    WHILE data/STAGE-MODE.DAT SAYS on THE STORY EDITS GO TO THE
      *    STAGING COPY (STAGEDIR.CBL) - AUDITED AS stage-edit, AND
      *    THE PREVIEW LINK CARRIES stage=1 - UNTIL STAGE.COB
      *    PROMOTES THEM; THE QUEUES STAY LIVE EITHER WAY.
      *    A ROW APPROVED INTO, OR PURGED FROM, data/COMMENTS.DAT
      *    REACHES ITS KEYED COPY (SIDEIO.CBL) AT THE SAME TIME.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
               FILE STATUS IS WS-GBREPLY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-LINE   PIC X(2000).
       FD  LIVE-FILE.
           COPY 'STORYREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'URLDECWS.CPY'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-LIVE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(8000).
           COPY 'ADMGATE.CPY'.
           COPY 'STAGEDIR.CPY'.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
       01  WS-AUTHED           PIC X       VALUE 'N'.
               88  AUTHED                      VALUE 'Y'.
      *    POSTED FIELDS, IN THE FIXED ORDER EVERY ADMIN FORM SENDS
      *    THEM: pass, act, which, line, verdict, THEN THE SEVENTEEN
      *    STORY COLUMNS FOR THE EDITOR. pass IS THE PASSPHRASE ON
      *    THE LOGIN FORM AND THE SESSION TOKEN ON EVERY OTHER.
       01  WS-F-PASS           PIC X(60).
       01  WS-F-ACT            PIC X(12).
       01  WS-F-WHICH          PIC X(12).
       01  WS-F-ROBOTS         PIC X(4).
       01  WS-F-AUTHORS        PIC X(30).
       01  WS-F-KEYBOARD       PIC X(8).
       01  WS-F-LICENCE        PIC X(12).
       01  WS-F-CWCATS         PIC X(60).
      *    LICLOOK.CBL'S ANSWER FOR A LICENCE CODE TYPED IN THE EDITOR.
       01  WS-LIC-CODE         PIC X(12).
       01  WS-LIC-NAME         PIC X(60).
       01  WS-LIC-URL          PIC X(120).
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
      *    CWCHK.CBL'S ANSWER FOR THE WARNING CATEGORIES TYPED IN THE
      *    EDITOR - EVERY CODE MUST BE IN data/CW-CATEGORIES.DAT.
           COPY 'CWFILTWS.CPY'.
      *    SIGNCHK.CBL'S ANSWER FOR A CO-WRITTEN DRAFT BEING SAVED
      *    AS LIVE.
       01  WS-SIGN-SUM         PIC X(9).
       01  WS-SIGN-RESULT      PIC X.
       01  WS-SIGN-MISSING     PIC X(60).
       01  WS-LINE-WANTED      PIC 9(4)    VALUE 0.
       01  WS-LINE-SEEN        PIC 9(4)    VALUE 0.
       01  WS-NOTE             PIC X(80)   VALUE SPACES.
       01  WS-Q-ROW            PIC X(2000).
       01  WS-Q-TARGET         PIC X(40)   VALUE SPACES.
       01  WS-QPURGE-DONE      PIC X       VALUE 'N'.
      *    ABUSE REPORT SCREEN SCRATCH - SEE ABUSEACT.CBL.
           COPY 'ABUSEREC.CPY'.
       01  WS-ACT-REPORT       PIC X(400).
       01  WS-ACT-ACTION       PIC X.
       01  WS-ACT-QUEUE        PIC X(12)   VALUE 'admin-abuse'.
       01  WS-ACT-ROW          PIC X(400).
       01  WS-ACT-RESULT       PIC X.
      *    PIPELINE BOARD SCRATCH - ONE PASS EACH OVER THE SUBMISSION
      *    QUEUE AND THE STORY MASTER, AGES FIGURED AGAINST TODAY,
      *    AND THE LIVE PUBDATES KEPT FOR THE CADENCE VIEW.
       01  WS-SUB-DATE         PIC X(8).
       01  WS-PIPE-WANTED      PIC X       VALUE ' '.
       01  WS-PIPE-SHOWN       PIC 9(3)    VALUE 0.
       01  WS-DRAFT-WORDS      PIC 9(7)    VALUE 0.
       01  WS-DRAFT-TARGET     PIC 9(7)    VALUE 0.
       01  WS-DRAFT-FOUND      PIC X       VALUE 'N'.
       01  WS-DRAFT-PCT        PIC 9(5)    VALUE 0.
       01  WS-DRAFT-KIND       PIC X(8)    VALUE 'draft'.
       01  WS-DRAFT-WORDS-EDIT PIC Z(6)9.
       01  WS-DRAFT-TARGET-EDIT PIC Z(6)9.
       01  WS-DRAFT-PCT-EDIT   PIC Z(4)9.
       01  WS-LIVE-DATES.
               05  WS-LIVE-DATE    OCCURS 100 TIMES PIC X(8).
       01  WS-LIVE-COUNT       PIC 9(3)    VALUE 0.
      *    DEPLOYED - THE READERS FALL BACK TO SCANNING STORY.DAT.
       01  WS-RELOAD-COMMAND   PIC X(60)
               VALUE 'cgi-bin/STORYLOAD.COB >/dev/null 2>&1'.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ADMIN' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'admin - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           SET STG-EDITOR TO TRUE.
           CALL 'STAGEDIR' USING STAGE-SWITCH
               ON EXCEPTION
                   SET STG-LIVE TO TRUE
           END-CALL.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST'
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
                       PERFORM EMIT-QUARANTINE-PAGE
                   WHEN 'guestreply'
                       PERFORM EMIT-GBREPLY-PAGE
                   WHEN 'abuse'
                       PERFORM EMIT-ABUSE-PAGE
                   WHEN OTHER
                       PERFORM EMIT-MENU-PAGE
               END-EVALUATE
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-SUBMISSION.
               WS-F-PUBDATE WS-F-PROGRAM WS-F-TAGS WS-F-WARNING
               WS-F-DRAFT WS-F-TOKEN WS-F-LANG WS-F-ALTLANG
               WS-F-ALTID WS-F-ROBOTS WS-F-AUTHORS
               WS-F-KEYBOARD WS-F-LICENCE WS-F-CWCATS.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:5) = 'pass='
               UNSTRING WS-POST-BODY DELIMITED BY '&act='
                   OR '&warning=' OR '&draft=' OR '&token='
                   OR '&lang=' OR '&altlang=' OR '&altid='
                   OR '&robots=' OR '&authors='
                   OR '&keyboard=' OR '&licence=' OR '&cwcats='
                   INTO WS-F-PASS WS-F-ACT WS-F-WHICH WS-F-LINE
                        WS-F-VERDICT WS-F-ID WS-F-TITLE WS-F-EXCERPT
                        WS-F-PUBDATE WS-F-PROGRAM WS-F-TAGS
                        WS-F-WARNING WS-F-DRAFT WS-F-TOKEN WS-F-LANG
                        WS-F-ALTLANG WS-F-ALTID WS-F-ROBOTS
                        WS-F-AUTHORS WS-F-KEYBOARD WS-F-LICENCE
                        WS-F-CWCATS
               END-UNSTRING
               IF WS-F-PASS(1:5) = 'pass='
                   MOVE WS-F-PASS(6:) TO WS-F-PASS
           MOVE WS-F-WARNING TO WS-URL-IN.
           PERFORM DECODE-URL-STRING.
           MOVE WS-URL-OUT TO WS-F-WARNING.
      *    THE BROWSER SENDS THE COMMA BETWEEN AUTHOR IDS AS %2C.
           MOVE WS-F-AUTHORS TO WS-URL-IN.
           PERFORM DECODE-URL-STRING.
           MOVE WS-URL-OUT TO WS-F-AUTHORS.
           MOVE WS-F-CWCATS TO WS-URL-IN.
           PERFORM DECODE-URL-STRING.
           MOVE WS-URL-OUT TO WS-F-CWCATS.

      *    ON A GRANT THE SESSION TOKEN REPLACES WHATEVER WAS POSTED
      *    IN WS-F-PASS, SO EVERY FORM THE PAGE EMITS FROM HERE ON
      *    CARRIES THE TOKEN. ANYTHING ELSE BLANKS IT - A REFUSED
      *    SECRET IS NEVER ECHOED BACK INTO THE PAGE.
       CHECK-PASSPHRASE.
           MOVE 'N' TO WS-AUTHED.
           ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'.
           SET AGT-ADMIN TO TRUE.
           MOVE WS-REMOTE-ADDR TO AGT-ADDR.
           MOVE WS-F-PASS TO AGT-SECRET.
           CALL 'ADMGATE' USING ADMIN-GATE
               ON EXCEPTION
                   MOVE 'R' TO AGT-VERDICT
           END-CALL.
           EVALUATE TRUE
               WHEN AGT-GRANTED
                   SET AUTHED TO TRUE
                   MOVE AGT-TOKEN TO WS-F-PASS
               WHEN AGT-LOCKED
                   MOVE 'too many failed attempts from this address - '
                       & 'try again in an hour.' TO WS-NOTE
               WHEN AGT-EXPIRED
                   MOVE 'session expired - sign in again.' TO WS-NOTE
               WHEN FUNCTION TRIM(WS-F-PASS) NOT = SPACES
                   MOVE 'wrong passphrase.' TO WS-NOTE
           END-EVALUATE.
           IF NOT AUTHED
               MOVE SPACES TO WS-F-PASS
           END-IF.

       APPLY-ACTION.
                   PERFORM APPLY-QUAR-DECISION
               WHEN 'gbreply'
                   PERFORM SAVE-GUESTBOOK-REPLY
               WHEN 'adecide'
                   PERFORM APPLY-ABUSE-DECISION
               WHEN 'save'
                   PERFORM SAVE-STORY-ROW
           END-EVALUATE.
           MOVE PENDING-FILE-LINE TO LIVE-FILE-LINE.
           WRITE LIVE-FILE-LINE.
           CLOSE LIVE-FILE.
      *    A LIVE FILE WITHOUT A KEYED COPY (THE GUESTBOOK, THE
      *    KEYBOARD REVIEWS) IS LEFT ALONE BY SIDEIO.
           MOVE 'A' TO SIX-ACTION.
           MOVE WS-LIVE-NAME TO SIX-FILE.
           MOVE SPACES TO SIX-STORY.
           MOVE LIVE-FILE-LINE TO SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       REWRITE-PENDING-QUEUE.
           MOVE 'N' TO WS-KEEP-EOF.
      *    BEFORE ANYTHING TOUCHES data/STORY.DAT: THE ID MUST EXIST,
      *    THE PUBDATE MUST BE EIGHT DIGITS, AND THE TWO FLAGS MUST
      *    BE Y OR N. PIPES ARE BLANKED EVERYWHERE SO A SAVED ROW
      *    ALWAYS PARSES BACK INTO EXACTLY SEVENTEEN COLUMNS.
       SAVE-STORY-ROW.
           MOVE 0 TO WS-FIELD-ERRORS.
           IF FUNCTION TRIM(WS-F-ID) = SPACES
               ADD 1 TO WS-FIELD-ERRORS
               MOVE 'robots flag must be Y or N.' TO WS-NOTE
           END-IF.
      *    A BLANK LICENCE IS THE SITE DEFAULT; ANYTHING ELSE MUST BE
      *    A CODE IN data/LICENCES.DAT.
           IF FUNCTION TRIM(WS-F-LICENCE) NOT = SPACES
               MOVE WS-F-LICENCE TO WS-LIC-CODE
               MOVE 'Y' TO WS-LIC-FOUND
               CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME
                   WS-LIC-URL WS-LIC-FOUND
                   ON EXCEPTION
                       MOVE 'Y' TO WS-LIC-FOUND
               END-CALL
               IF WS-LIC-FOUND NOT = 'Y'
                   ADD 1 TO WS-FIELD-ERRORS
                   MOVE 'licence is not in data/LICENCES.DAT.'
                       TO WS-NOTE
               ELSE
                   MOVE WS-LIC-CODE TO WS-F-LICENCE
               END-IF
           END-IF.
      *    THE WARNING CATEGORIES ARE THE CONTROLLED VOCABULARY
      *    READERS FILTER ON, COMMA-SEPARATED LIKE THE TAGS - A CODE
      *    THE VOCABULARY DOES NOT KNOW WOULD FILTER NOTHING.
           IF FUNCTION TRIM(WS-F-CWCATS) NOT = SPACES
               MOVE FUNCTION LOWER-CASE(WS-F-CWCATS) TO WS-F-CWCATS
               INSPECT WS-F-CWCATS REPLACING ALL '|' BY ' '
               MOVE 'V' TO WS-CW-ACTION
               CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
                   WS-F-CWCATS WS-CW-RESULT WS-CW-LABEL
                   ON EXCEPTION
                       MOVE 'Y' TO WS-CW-RESULT
               END-CALL
               IF NOT CW-MATCHED
                   ADD 1 TO WS-FIELD-ERRORS
                   MOVE 'warning category is not in '
                       & 'data/CW-CATEGORIES.DAT.' TO WS-NOTE
               END-IF
           END-IF.
      *    TAKING A CO-WRITTEN STORY OUT OF DRAFT NEEDS EVERY NAMED
      *    AUTHOR'S SIGN-OFF ON THE BODY AS IT STANDS (SIGNCHK.CBL).
      *    ONLY THE DRAFT-TO-LIVE SAVE IS CHECKED - A LATER EDIT TO A
      *    STORY ALREADY OUT IS NOT HELD UP.
           IF WS-FIELD-ERRORS = 0
                   AND FUNCTION TRIM(WS-F-DRAFT) NOT = 'Y'
               PERFORM FIND-EDIT-STORY
               IF EDIT-FOUND AND STORY-DRAFT = 'Y'
                   PERFORM CHECK-CO-AUTHOR-SIGNOFF
               END-IF
           END-IF.
           IF WS-FIELD-ERRORS = 0
               INSPECT WS-F-TITLE REPLACING ALL '|' BY ' '
               INSPECT WS-F-EXCERPT REPLACING ALL '|' BY ' '
               INSPECT WS-F-WARNING REPLACING ALL '|' BY ' '
               PERFORM REWRITE-STORY-ROW
               IF SAVE-DONE
                   PERFORM AUDIT-STORY-SAVE
                   MOVE 'story row saved.' TO WS-NOTE
               ELSE
                   MOVE 'no story row with that id.' TO WS-NOTE
               END-IF
           END-IF.

      *    A SAVED STORY ROW GOES IN THE SAME AUDIT LOG AS THE QUEUE
      *    VERDICTS, SO TREESEAL.COB CAN TELL THIS EDIT TO
      *    data/STORY.DAT FROM ONE NOBODY MADE THROUGH THE DESK. A
      *    STAGED SAVE NEVER TOUCHED THE LIVE FILE, SO IT IS A
      *    stage-edit AND EXPLAINS NOTHING THERE.
       AUDIT-STORY-SAVE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE SPACES TO MODLOG-FILE-LINE.
           IF STG-STAGED
               STRING WS-AUDIT-STAMP(1:14) DELIMITED BY SIZE
                      '|admin-story|stage-edit|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-ID) DELIMITED BY SIZE
                   INTO MODLOG-FILE-LINE
               END-STRING
           ELSE
               STRING WS-AUDIT-STAMP(1:14) DELIMITED BY SIZE
                      '|admin-story|edit|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-ID) DELIMITED BY SIZE
                   INTO MODLOG-FILE-LINE
               END-STRING
           END-IF.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           END-IF.
           WRITE MODLOG-FILE-LINE.
           CLOSE MODLOG-FILE.

       CHECK-CO-AUTHOR-SIGNOFF.
           CALL 'SIGNCHK' USING WS-F-ID WS-F-AUTHORS WS-SIGN-SUM
               WS-SIGN-RESULT WS-SIGN-MISSING
               ON EXCEPTION
                   MOVE 'S' TO WS-SIGN-RESULT
           END-CALL.
           EVALUATE WS-SIGN-RESULT
               WHEN 'N'
                   ADD 1 TO WS-FIELD-ERRORS
                   MOVE SPACES TO WS-NOTE
                   STRING 'still a draft - not signed off by: '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SIGN-MISSING)
                              DELIMITED BY SIZE
                       INTO WS-NOTE
                   END-STRING
               WHEN 'M'
                   ADD 1 TO WS-FIELD-ERRORS
                   MOVE 'still a draft - no body file to sign off.'
                       TO WS-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REWRITE-STORY-ROW.
           MOVE 'N' TO WS-SAVE-DONE WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
                  FUNCTION TRIM(WS-F-AUTHORS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F-KEYBOARD) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F-LICENCE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F-CWCATS) DELIMITED BY SIZE
               INTO STORY-FILE-LINE
           END-STRING.

           PERFORM EMIT-GBREPLY-BUTTON.
           DISPLAY
               PARA CLOSE-PARA
                 'abuse reports:'
               END-PARA
           END-DISPLAY.
           PERFORM EMIT-ABUSE-BUTTON.
           DISPLAY
               PARA CLOSE-PARA
                 'preview the front page as of (yyyymmdd):'
               END-PARA
           END-DISPLAY.
           PERFORM EMIT-PREVIEW-FORM.
           IF STG-STAGED
               DISPLAY
                   PARA CLOSE-PARA
                     'story master (the staging copy - STAGE.COB '
                     'promote puts it live):'
                   END-PARA
               END-DISPLAY
           ELSE
               DISPLAY
                   PARA CLOSE-PARA
                     'story master:'
                   END-PARA
               END-DISPLAY
           END-IF.
           PERFORM EMIT-STORY-LIST.

      *    A GET STRAIGHT TO THE FRONT PAGE - ASOF.CBL TAKES THE
      *    SESSION TOKEN AS ITS key=, SO THE ONLY SECRET THAT ENDS UP
      *    IN THE ADDRESS BAR IS ONE THAT DIES IN HALF AN HOUR.
       EMIT-PREVIEW-FORM.
           DISPLAY
               FORM FORMMETHOD BECOMES '"GET"'
                    ACTION BECOMES '"INDEX.COB"' CLOSE-FORM
                 FORMINPUT KIND BECOMES '"text"'
                           NAM BECOMES '"asof"'
                           VAL BECOMES QUOTE
                               FUNCTION CURRENT-DATE(1:8) QUOTE
                 CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"hidden"'
                           NAM BECOMES '"key"'
                           VAL BECOMES QUOTE
                               FUNCTION TRIM(WS-F-PASS) QUOTE
                 CLOSE-INPUT
           END-DISPLAY.
           IF STG-STAGED
               DISPLAY
                 FORMINPUT KIND BECOMES '"hidden"'
                           NAM BECOMES '"stage"'
                           VAL BECOMES '"1"'
                 CLOSE-INPUT
               END-DISPLAY
           END-IF.
           DISPLAY
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"preview"'
                 CLOSE-INPUT
               END-FORM
           END-DISPLAY.

       EMIT-PIPELINE-BUTTON.
           DISPLAY
               FORM FORMMETHOD BECOMES '"POST"'
               END-FORM
           END-DISPLAY.

       EMIT-ABUSE-BUTTON.
           DISPLAY
               FORM FORMMETHOD BECOMES '"POST"'
                    ACTION BECOMES '"ADMIN.COB"' CLOSE-FORM
                 FORMINPUT KIND BECOMES '"hidden"'
                           NAM BECOMES '"pass"'
                           VAL BECOMES QUOTE
                               FUNCTION TRIM(WS-F-PASS) QUOTE
                 CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"hidden"'
                           NAM BECOMES '"act"'
                           VAL BECOMES '"abuse"' CLOSE-INPUT
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"abuse reports"'
                 CLOSE-INPUT
               END-FORM
           END-DISPLAY.

      *    -------- GUESTBOOK OWNER REPLIES --------

      *    EVERY LIVE GUESTBOOK ENTRY WITH A REPLY BOX - THE SAVED
                       MOVE 'row dropped, bad original removed.'
                           TO WS-NOTE
                   END-IF
                   PERFORM RELOAD-KEYED-COPY
               END-IF
           ELSE
               MOVE QUAR-FILE-LINE TO QUAR-KEEP-LINE
           CLOSE QUAR-KEEP-FILE.
           CLOSE QUAR-FILE.

      *    -------- ABUSE REPORTS --------

      *    THE REPORTS ABUSE.COB QUEUED IN data/ABUSE-REPORTS.DAT,
      *    NUMBERED, EACH WITH ITS REASON AND THE REPORTED ROW AS IT
      *    STANDS NOW. U = UPHOLD (PULL THE ROW, REJECTION IN THE
      *    REPUTATION LEDGER), D = DISMISS, H = LEAVE IT QUEUED. THE
      *    REPORTER'S ADDRESS IS FOR A REPLY BY HAND AND IS SHOWN
      *    ONLY HERE.
       EMIT-ABUSE-PAGE.
           MOVE 'data/ABUSE-REPORTS.DAT' TO WS-PENDING-NAME.
           MOVE 0 TO WS-LINE-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-SEEN
                           PERFORM EMIT-ABUSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           IF WS-LINE-SEEN = 0
               DISPLAY
                   PARA CLOSE-PARA
                     '(no abuse reports waiting)'
                   END-PARA
               END-DISPLAY
           END-IF.
           PERFORM EMIT-BACK-TO-MENU.

       EMIT-ABUSE-ENTRY.
           MOVE SPACES TO ABUSE-RECORD.
           UNSTRING PENDING-FILE-LINE DELIMITED BY '|'
               INTO ABR-FILED ABR-KIND ABR-REF ABR-KEY ABR-REPORTER
                    ABR-REASON
           END-UNSTRING.
           MOVE PENDING-FILE-LINE(1:400) TO WS-ACT-REPORT.
           MOVE 'F' TO WS-ACT-ACTION.
           PERFORM CALL-ABUSE-ACTION.
           IF WS-ACT-RESULT = 'P'
               MOVE WS-ACT-ROW TO WS-HTML-IN
           ELSE
               MOVE '(no longer live)' TO WS-HTML-IN
           END-IF.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-SAFE-VALUE.
           MOVE SPACES TO WS-FIELD-SOURCE.
           STRING FUNCTION TRIM(ABR-KIND) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REF) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-KEY) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REASON) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  ABR-FILED(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REPORTER) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-FIELD-SOURCE
           END-STRING.
           MOVE WS-FIELD-SOURCE TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           DISPLAY
               DIV LINEAGE BECOMES 'adminabuseentry' CLOSE-DIV
                 WS-LINE-SEEN ': '
                 FUNCTION TRIM(WS-HTML-OUT)
                 PARA CLOSE-PARA
                   FUNCTION TRIM(WS-SAFE-VALUE)
                 END-PARA
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"ADMIN.COB"' CLOSE-FORM
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"pass"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-F-PASS) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"act"'
                             VAL BECOMES '"adecide"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"which"'
                             VAL BECOMES '"abuse"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"line"'
                             VAL BECOMES QUOTE WS-LINE-SEEN QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"verdict"'
                             VAL BECOMES '"D"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"U uphold / D dismiss / H
      -    ' hold"'
                   CLOSE-INPUT
                 END-FORM
               END-DIV
           END-DISPLAY.

       APPLY-ABUSE-DECISION.
           MOVE 'data/ABUSE-REPORTS.DAT' TO WS-PENDING-NAME.
           MOVE 'abuse' TO WS-F-WHICH.
           MOVE FUNCTION NUMVAL(WS-F-LINE) TO WS-LINE-WANTED.
           EVALUATE FUNCTION TRIM(WS-F-VERDICT)
               WHEN 'H'
                   MOVE 'report held in the queue.' TO WS-NOTE
                   MOVE 'hold' TO WS-AUDIT-VERDICT
                   PERFORM AUDIT-LINE-DECISION
               WHEN 'U'
                   PERFORM SIFT-ABUSE-QUEUE
               WHEN 'D'
                   PERFORM SIFT-ABUSE-QUEUE
               WHEN OTHER
                   MOVE 'verdict must be U, D or H.' TO WS-NOTE
           END-EVALUATE.

      *    THE DECIDED REPORT LEAVES THE QUEUE; THE LOCK COVERS BOTH
      *    THE QUEUE REWRITE AND ANY PULL FROM THE LIVE FILE.
       SIFT-ABUSE-QUEUE.
           MOVE 0 TO WS-LINE-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'report queue unavailable.' TO WS-NOTE
           ELSE
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-ABUSE-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE KEEP-FILE
               PERFORM REWRITE-PENDING-QUEUE
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SIFT-ABUSE-LINE.
           ADD 1 TO WS-LINE-SEEN.
           IF WS-LINE-SEEN = WS-LINE-WANTED
               MOVE PENDING-FILE-LINE(1:400) TO WS-ACT-REPORT
               MOVE FUNCTION TRIM(WS-F-VERDICT) TO WS-ACT-ACTION
               PERFORM CALL-ABUSE-ACTION
               EVALUATE TRUE
                   WHEN WS-ACT-ACTION = 'D'
                       MOVE 'report dismissed - the row stays.'
                           TO WS-NOTE
                   WHEN WS-ACT-RESULT = 'P'
                       MOVE 'report upheld - row pulled.' TO WS-NOTE
                   WHEN OTHER
                       MOVE 'report upheld - the row was already gone.'
                           TO WS-NOTE
               END-EVALUATE
           ELSE
               MOVE PENDING-FILE-LINE TO KEEP-FILE-LINE
               WRITE KEEP-FILE-LINE
           END-IF.

       CALL-ABUSE-ACTION.
           MOVE 'G' TO WS-ACT-RESULT.
           MOVE SPACES TO WS-ACT-ROW.
           CALL 'ABUSEACT' USING WS-ACT-REPORT WS-ACT-ACTION
               WS-ACT-QUEUE WS-ACT-ROW WS-ACT-RESULT
               ON EXCEPTION
                   MOVE 'G' TO WS-ACT-RESULT
           END-CALL.

      *    -------- PIPELINE BOARD --------

      *    THE WHOLE FLOW IN COLUMNS: SUBMITTED (THE READER
               WHEN 'L'
                   DISPLAY ' - live for '
                       FUNCTION TRIM(WS-AGE-EDIT) ' day(s)'
               WHEN 'D'
                   PERFORM SHOW-DRAFT-LENGTH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-DIV
           END-DISPLAY.

      *    HOW FAR ALONG A DRAFT IS - ITS BODY'S WORD COUNT AGAINST
      *    THE TARGET THE WRITING GOALS SET FOR IT, IF ANY.
       SHOW-DRAFT-LENGTH.
           MOVE 0 TO WS-DRAFT-WORDS WS-DRAFT-TARGET.
           CALL 'BODYWORDS' USING STORY-ID WS-DRAFT-WORDS
               WS-DRAFT-FOUND
               ON EXCEPTION
                   MOVE 'N' TO WS-DRAFT-FOUND
           END-CALL.
           CALL 'WGOAL' USING WS-DRAFT-KIND STORY-ID WS-DRAFT-TARGET
               ON EXCEPTION
                   MOVE 0 TO WS-DRAFT-TARGET
           END-CALL.
           MOVE WS-DRAFT-WORDS TO WS-DRAFT-WORDS-EDIT.
           EVALUATE TRUE
               WHEN WS-DRAFT-FOUND NOT = 'Y'
                   DISPLAY ' - no body yet'
               WHEN WS-DRAFT-TARGET > 0
                   COMPUTE WS-DRAFT-PCT =
                       WS-DRAFT-WORDS * 100 / WS-DRAFT-TARGET
                   MOVE WS-DRAFT-PCT TO WS-DRAFT-PCT-EDIT
                   MOVE WS-DRAFT-TARGET TO WS-DRAFT-TARGET-EDIT
                   DISPLAY ' - ' FUNCTION TRIM(WS-DRAFT-WORDS-EDIT)
                       ' of ' FUNCTION TRIM(WS-DRAFT-TARGET-EDIT)
                       ' words (' FUNCTION TRIM(WS-DRAFT-PCT-EDIT)
                       '%)'
               WHEN OTHER
                   DISPLAY ' - ' FUNCTION TRIM(WS-DRAFT-WORDS-EDIT)
                       ' words'
           END-EVALUATE.

      *    THE LIVE PUBDATES, SORTED NEWEST FIRST, READ OUT AS THE
      *    GAP BETWEEN EACH PUBLISH AND THE ONE BEFORE IT - THE
      *    RHYTHM OF THE SITE IN ONE LIST.
           END-DISPLAY.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-AUTHORS STORY-KEYBOARD STORY-LICENCE
               STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       EMIT-EDIT-FORM.
               MOVE 'keyboard' TO WS-FIELD-LABEL
               MOVE STORY-KEYBOARD TO WS-FIELD-SOURCE
               PERFORM EMIT-EDIT-FIELD
               MOVE 'licence' TO WS-FIELD-LABEL
               MOVE STORY-LICENCE TO WS-FIELD-SOURCE
               PERFORM EMIT-EDIT-FIELD
               MOVE 'cwcats' TO WS-FIELD-LABEL
               MOVE STORY-CW-CATS TO WS-FIELD-SOURCE
               PERFORM EMIT-EDIT-FIELD
               DISPLAY
                     FORMINPUT KIND BECOMES '"submit"'
                               VAL BECOMES '"save"' CLOSE-INPUT

           COPY 'HTMLESC.CPY'.
           COPY 'URLDEC.CPY'.

      *    THE SOURCE FILE WAS REWRITTEN - A COMMENTS SOURCE HAS ITS
      *    KEYED COPY RELOADED FROM IT (SIDEIO IGNORES THE STORY
      *    MASTER, WHICH STORYLOAD.COB LOOKS AFTER).
       RELOAD-KEYED-COPY.
           MOVE 'L' TO SIX-ACTION.
           MOVE WS-Q-TARGET TO SIX-FILE.
           MOVE SPACES TO SIX-STORY SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM ADMIN.
