       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSENT.
      *    BATCH JOB - RUN AFTER A NEW VERSION OF THE PRIVACY NOTICE
      *    COMES INTO FORCE (A NEW ROW OF data/PRIVACY.DAT WHOSE
      *    EFFECTIVE DATE HAS ARRIVED). IT READS THE CONSENT REGISTER,
      *    data/CONSENT.DAT, AND LISTS EVERY ADDRESS WHOSE NEWEST
      *    AGREEMENT IS TO AN OLDER VERSION, WITH THE VERSION, PURPOSE
      *    AND DATE OF THAT AGREEMENT. EACH ONE THAT IS A MAILBOX (ONE
      *    @, NOTHING THE MAILER COMMAND LINE WOULD CHOKE ON - A
      *    PASSPORT CODE OR A WEB ADDRESS LEFT AS A CONTACT IS LISTED
      *    BUT CANNOT BE ASKED) AND IS NOT ON THE SUPPRESSION LIST
      *    GETS ONE RE-CONSENT NOTICE ON data/MAILQ.DAT FOR
      *    MAILSEND.COB: THE SUBJECT CARRIES ITS OWN privacy?a=<TOKEN>
      *    LINK AND THE SHARED BODY, data/RECONSENT-BODY-<nnnn>.DAT,
      *    SAYS WHAT CHANGED (PRIVACY-SUMMARY) AND WHERE TO READ IT.
      *    THE REQUEST IS FILED IN data/RECONSENT.DAT (RCNREC.CPY) SO
      *    A SECOND RUN NEVER ASKS THE SAME ADDRESS ABOUT THE SAME
      *    VERSION TWICE, AND PRIVACY.COB MARKS IT AGREED WHEN THE
      *    READER SAYS YES. RUN AS
      *        RECONSENT.COB list
      *    TO SEE WHO WOULD BE ASKED WITHOUT QUEUEING ANYTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-FILE ASSIGN TO "data/PRIVACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVACY-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "data/CONSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT RECONSENT-FILE ASSIGN TO "data/RECONSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONSENT-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'PRIVFD.CPY'.
           COPY 'CONSFD.CPY'.
           COPY 'RCNFD.CPY'.
           COPY 'MAILQFD.CPY'.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(300).
       WORKING-STORAGE SECTION.
           COPY 'PRIVREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'RCNREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-PRIVACY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-CONSENT-STATUS   PIC X(2)    VALUE '00'.
       01  WS-RECONSENT-STATUS PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-PATH        PIC X(60)   VALUE SPACES.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  AT-EOF                      VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-MODE             PIC X(10)   VALUE SPACES.
               88  LIST-ONLY                   VALUE 'list'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
      *    THE NOTICE IN FORCE.
       01  WS-CUR-VERSION      PIC 9(4)    VALUE 0.
       01  WS-CUR-EFFECTIVE    PIC X(8)    VALUE SPACES.
       01  WS-CUR-SUMMARY      PIC X(120)  VALUE SPACES.
       01  WS-VERSION-ED       PIC Z(3)9.
      *    ONE ENTRY PER ADDRESS ON THE REGISTER, WITH ITS NEWEST
      *    AGREEMENT. WS-CA-ASKED IS SET FROM data/RECONSENT.DAT WHEN
      *    THE ADDRESS HAS ALREADY BEEN ASKED ABOUT THIS VERSION.
       01  WS-CA-COUNT         PIC 9(4)    VALUE 0.
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY         OCCURS 3000 TIMES.
               10  WS-CA-KEY           PIC X(80).
               10  WS-CA-ADDRESS       PIC X(80).
               10  WS-CA-VERSION       PIC 9(4).
               10  WS-CA-PURPOSE       PIC X(12).
               10  WS-CA-DATE          PIC X(8).
               10  WS-CA-ASKED         PIC X.
       01  WS-CA-IDX           PIC 9(4).
       01  WS-CA-FOUND         PIC 9(4).
       01  WS-KEY              PIC X(80).
       01  WS-BAD-COUNT        PIC 9(3).
       01  WS-AT-COUNT         PIC 9(3).
       01  WS-OUTCOME          PIC X(20).
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-NEW-TOKEN        PIC X(16).
       01  WS-BODY-WRITTEN     PIC X       VALUE 'N'.
               88  BODY-WRITTEN                VALUE 'Y'.
       01  WS-BEHIND-COUNT     PIC 9(4)    VALUE 0.
       01  WS-QUEUED-COUNT     PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(WS-MODE) TO WS-MODE.
           PERFORM FIND-VERSION-IN-FORCE.
           IF WS-CUR-VERSION = 0
               DISPLAY 'reconsent: no privacy notice in force yet - '
                   'nothing to ask'
               GOBACK
           END-IF.
           MOVE WS-CUR-VERSION TO WS-VERSION-ED.
           DISPLAY 'reconsent: privacy notice version '
               FUNCTION TRIM(WS-VERSION-ED) ' in force from '
               WS-CUR-EFFECTIVE.
           PERFORM LOAD-CONSENT-REGISTER.
           PERFORM MARK-ALREADY-ASKED.
           DISPLAY '--------------------------------------------'.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-VERSION(WS-CA-IDX) < WS-CUR-VERSION
                   ADD 1 TO WS-BEHIND-COUNT
                   PERFORM HANDLE-ONE-ADDRESS
               END-IF
           END-PERFORM.
           DISPLAY '--------------------------------------------'.
           IF LIST-ONLY
               DISPLAY 'reconsent: ' WS-BEHIND-COUNT
                   ' address(es) agreed only to an older version - '
                   'listed, nothing queued'
           ELSE
               DISPLAY 'reconsent: ' WS-BEHIND-COUNT
                   ' address(es) agreed only to an older version, '
                   WS-QUEUED-COUNT ' notice(s) queued - run '
                   'MAILSEND.COB to deliver'
           END-IF.
       GOBACK.

       FIND-VERSION-IN-FORCE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PRIVACY-FILE.
           IF WS-PRIVACY-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ PRIVACY-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE 0 TO PRIVACY-VERSION
                           MOVE SPACES TO PRIVACY-EFFECTIVE
                               PRIVACY-BODY PRIVACY-SUMMARY
                           UNSTRING PRIVACY-FILE-LINE
                               DELIMITED BY '|'
                               INTO PRIVACY-VERSION PRIVACY-EFFECTIVE
                                    PRIVACY-BODY PRIVACY-SUMMARY
                           END-UNSTRING
                           IF PRIVACY-EFFECTIVE NOT = SPACES
                                   AND PRIVACY-EFFECTIVE
                                       <= WS-TODAY-DATE
                                   AND PRIVACY-VERSION
                                       > WS-CUR-VERSION
                               MOVE PRIVACY-VERSION TO WS-CUR-VERSION
                               MOVE PRIVACY-EFFECTIVE
                                   TO WS-CUR-EFFECTIVE
                               MOVE PRIVACY-SUMMARY TO WS-CUR-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIVACY-FILE
           END-IF.

      *    ADDRESSES ARE MATCHED WITHOUT REGARD TO CASE; THE ENTRY
      *    KEEPS THE NEWEST AGREEMENT (HIGHEST VERSION, THEN LATEST
      *    DATE) AND THE SPELLING IT CAME WITH.
       LOAD-CONSENT-REGISTER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ CONSENT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-CONSENT
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

       LOAD-ONE-CONSENT.
           MOVE SPACES TO CONSENT-DATE CONSENT-ADDRESS
               CONSENT-PURPOSE.
           MOVE 0 TO CONSENT-VERSION.
           UNSTRING CONSENT-FILE-LINE DELIMITED BY '|'
               INTO CONSENT-DATE CONSENT-ADDRESS CONSENT-VERSION
                    CONSENT-PURPOSE
           END-UNSTRING.
           IF FUNCTION TRIM(CONSENT-ADDRESS) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONSENT-ADDRESS))
                   TO WS-KEY
               PERFORM FIND-ADDRESS-ENTRY
               IF WS-CA-FOUND = 0 AND WS-CA-COUNT < 3000
                   ADD 1 TO WS-CA-COUNT
                   MOVE WS-CA-COUNT TO WS-CA-FOUND
                   MOVE WS-KEY TO WS-CA-KEY(WS-CA-FOUND)
                   MOVE 0 TO WS-CA-VERSION(WS-CA-FOUND)
                   MOVE SPACES TO WS-CA-DATE(WS-CA-FOUND)
                   MOVE 'N' TO WS-CA-ASKED(WS-CA-FOUND)
               END-IF
               IF WS-CA-FOUND > 0
                   IF CONSENT-VERSION > WS-CA-VERSION(WS-CA-FOUND)
                           OR (CONSENT-VERSION
                                   = WS-CA-VERSION(WS-CA-FOUND)
                               AND CONSENT-DATE
                                   >= WS-CA-DATE(WS-CA-FOUND))
                       MOVE CONSENT-ADDRESS
                           TO WS-CA-ADDRESS(WS-CA-FOUND)
                       MOVE CONSENT-VERSION
                           TO WS-CA-VERSION(WS-CA-FOUND)
                       MOVE CONSENT-PURPOSE
                           TO WS-CA-PURPOSE(WS-CA-FOUND)
                       MOVE CONSENT-DATE TO WS-CA-DATE(WS-CA-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-ADDRESS-ENTRY.
           MOVE 0 TO WS-CA-FOUND.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT OR WS-CA-FOUND > 0
               IF WS-CA-KEY(WS-CA-IDX) = WS-KEY
                   MOVE WS-CA-IDX TO WS-CA-FOUND
               END-IF
           END-PERFORM.

       MARK-ALREADY-ASKED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RECONSENT-FILE.
           IF WS-RECONSENT-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ RECONSENT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE 0 TO RCN-VERSION
                           MOVE SPACES TO RCN-ADDRESS RCN-TOKEN
                               RCN-STATE RCN-DATE
                           UNSTRING RECONSENT-FILE-LINE
                               DELIMITED BY '|'
                               INTO RCN-VERSION RCN-ADDRESS RCN-TOKEN
                                    RCN-STATE RCN-DATE
                           END-UNSTRING
                           IF RCN-VERSION = WS-CUR-VERSION
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RCN-ADDRESS))
                                   TO WS-KEY
                               PERFORM FIND-ADDRESS-ENTRY
                               IF WS-CA-FOUND > 0
                                   MOVE 'Y' TO WS-CA-ASKED(WS-CA-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECONSENT-FILE
           END-IF.

      *    SAME CHARACTER SCREEN COMMENTS.COB KEEPS ON A NOTIFY
      *    ADDRESS, BECAUSE MAILSEND.COB HANDS THE ADDRESS TO THE
      *    SHELL.
       HANDLE-ONE-ADDRESS.
           MOVE 0 TO WS-BAD-COUNT WS-AT-COUNT.
           INSPECT FUNCTION TRIM(WS-CA-ADDRESS(WS-CA-IDX))
               TALLYING WS-BAD-COUNT FOR ALL ';' ALL '|' ALL '&'
                   ALL '$' ALL '`' ALL '\' ALL '"' ALL '''' ALL '<'
                   ALL '>' ALL '(' ALL ')' ALL ' '.
           INSPECT WS-CA-ADDRESS(WS-CA-IDX)
               TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
               WHEN WS-CA-ASKED(WS-CA-IDX) = 'Y'
                   MOVE 'asked before' TO WS-OUTCOME
               WHEN WS-AT-COUNT NOT = 1 OR WS-BAD-COUNT > 0
                       OR WS-CA-ADDRESS(WS-CA-IDX)(61:) NOT = SPACES
                   MOVE 'no mailbox to ask' TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'A' TO WS-SUPP-VERDICT
                   CALL 'SUPPCHK' USING WS-CA-ADDRESS(WS-CA-IDX)
                       WS-SUPP-VERDICT
                       ON EXCEPTION
                           MOVE 'A' TO WS-SUPP-VERDICT
                   END-CALL
                   EVALUATE TRUE
                       WHEN WS-SUPP-VERDICT = 'S'
                           MOVE 'suppressed' TO WS-OUTCOME
                       WHEN LIST-ONLY
                           MOVE 'would be asked' TO WS-OUTCOME
                       WHEN OTHER
                           PERFORM ASK-ONE-ADDRESS
                           MOVE 'asked' TO WS-OUTCOME
                   END-EVALUATE
           END-EVALUATE.
           MOVE WS-CA-VERSION(WS-CA-IDX) TO WS-VERSION-ED.
           DISPLAY '  ' FUNCTION TRIM(WS-CA-ADDRESS(WS-CA-IDX))
               ' - version ' FUNCTION TRIM(WS-VERSION-ED) ' ('
               FUNCTION TRIM(WS-CA-PURPOSE(WS-CA-IDX)) ', '
               WS-CA-DATE(WS-CA-IDX) ') - '
               FUNCTION TRIM(WS-OUTCOME).

      *    THE TOKEN IS THE RUN'S CLOCK SCRAMBLED THROUGH A PRIME WITH
      *    THE ENTRY NUMBER MIXED IN, SO EVERY ROW OF ONE RUN GETS ITS
      *    OWN - NOT A SECRET WORTH MORE THAN THE MAILBOX IT IS SENT
      *    TO, THE SAME AS THE SUBSCRIBE TOKENS.
       ASK-ONE-ADDRESS.
           IF NOT BODY-WRITTEN
               PERFORM WRITE-NOTICE-BODY
           END-IF.
           COMPUTE WS-TOKEN-NUM = FUNCTION MOD(
               FUNCTION NUMVAL(WS-TIMESTAMP(7:10)) * 7919
                   + FUNCTION NUMVAL(WS-TIMESTAMP(18:4))
                   + WS-CA-IDX * 104729,
               99999989).
           MOVE SPACES TO WS-NEW-TOKEN.
           STRING 'r' DELIMITED BY SIZE
                  WS-TOKEN-NUM DELIMITED BY SIZE
               INTO WS-NEW-TOKEN
           END-STRING.
           MOVE SPACES TO RECONSENT-FILE-LINE.
           STRING WS-CUR-VERSION DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CA-ADDRESS(WS-CA-IDX))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
                  '|q|' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO RECONSENT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND RECONSENT-FILE.
           IF WS-RECONSENT-STATUS NOT = '00'
               OPEN OUTPUT RECONSENT-FILE
           END-IF.
           WRITE RECONSENT-FILE-LINE.
           CLOSE RECONSENT-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE WS-CA-ADDRESS(WS-CA-IDX) TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'privacy notice changed - agree: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'privacy?a=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TIMESTAMP(1:14) TO MAILQ-QUEUED.
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
           ADD 1 TO WS-QUEUED-COUNT.

      *    ONE BODY PER VERSION, NAMED FOR IT, SO AN UNSENT QUEUE ROW
      *    STILL POINTS AT THE RIGHT TEXT AFTER LATER RUNS.
       WRITE-NOTICE-BODY.
           MOVE WS-CUR-VERSION TO WS-VERSION-ED.
           MOVE SPACES TO WS-BODY-PATH.
           STRING 'data/RECONSENT-BODY-' DELIMITED BY SIZE
                  WS-CUR-VERSION DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BODY-PATH
           END-STRING.
           OPEN OUTPUT BODY-FILE.
           MOVE 'the privacy notice for *observe.observer has changed.'
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           STRING 'version ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-ED) DELIMITED BY SIZE
                  ', in force from ' DELIMITED BY SIZE
                  WS-CUR-EFFECTIVE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUR-EFFECTIVE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUR-EFFECTIVE(7:2) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-SUMMARY) DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           STRING 'read it here: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'privacy?v=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-ED) DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE 'you gave this address to one of the site''s forms. if'
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE 'you are happy for it to be kept under the new notice,'
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE 'follow the agreement link in the subject line. if not,'
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE 'just ask for it to be removed.' TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           CLOSE BODY-FILE.
           SET BODY-WRITTEN TO TRUE.
       END PROGRAM RECONSENT.
