      *    DATES, AND STATUS 'A'. REJECTED APPLICATIONS ARE DROPPED;
      *    HELD (H) ONES CARRY OVER. EVERY DECISION IS RECORDED IN
      *    data/MODLOG.DAT. SAME SHAPE AS THE GUESTBOOK'S JOB.
      *    EACH NEW MEMBER IS GIVEN A PRIVATE MANAGEMENT TOKEN, MAILED
      *    TO THE APPLICATION'S CONTACT ADDRESS THROUGH data/MAILQ.DAT
      *    AS A LINK TO THE MEMBER PAGE ON RINGJOIN.COB (A CONTACT
      *    THAT ISN'T AN ADDRESS GETS THE LINK PRINTED HERE TO PASS ON
      *    BY HAND). URL CHANGES MEMBERS ASK FOR ON THAT PAGE WAIT IN
      *    data/RING-CHANGES.DAT AND ARE REVIEWED AFTER THE
      *    APPLICATIONS, Y/N/H THE SAME WAY; AN APPROVED ONE REWRITES
      *    THE MEMBER'S ROW THROUGH data/APPROVERG-KEEP.DAT, AND THE
      *    MEMBER IS MAILED THE OUTCOME EITHER WAY. ADMISSIONS AND URL
      *    VERDICTS ALSO GO TO data/RING-LOG.DAT, THE PER-MEMBER
      *    HISTORY RINGJOIN.COB WRITES ITS OWN CHANGES TO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "data/RING-CHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/APPROVERG-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT RING-LOG-FILE ASSIGN TO "data/RING-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RING-LOG-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY 'RINGMFD.CPY'.
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
      *    HELD URL CHANGE - RM-ID|NEW URL|DATE ASKED|OLD URL.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-LINE    PIC X(300).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(300).
      *    MEMBER HISTORY - STAMP|RM-ID|ACTION|DETAIL|ADDRESS.
       FD  RING-LOG-FILE.
       01  RING-LOG-FILE-LINE  PIC X(300).
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'RINGMREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  PENDING-EOF                 VALUE 'Y'.
       01  WS-MEMBER-EOF       PIC X       VALUE 'N'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-CHANGE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-RING-LOG-STATUS  PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CHANGE-EOF       PIC X       VALUE 'N'.
               88  CHANGE-EOF                  VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-PENDING-COUNT    PIC 9(4)    VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
       01  WS-AUDIT-QUEUE      PIC X(12)   VALUE 'RING'.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-EXCERPT    PIC X(80).
      *    THE MEMBER TOKEN - 'm' AND EIGHT DIGITS, FROM THE CLOCK AT
      *    THE MOMENT OF APPROVAL MIXED WITH THE NEW MEMBER NUMBER SO
      *    TWO ADMISSIONS IN THE SAME SECOND STILL DIFFER.
       01  WS-TOKEN-STAMP      PIC X(21).
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-NEW-ID           PIC X(8).
       01  WS-NEW-TOKEN        PIC X(12).
       01  WS-MAIL-TO          PIC X(60).
       01  WS-MAIL-SUBJECT     PIC X(80).
       01  WS-AT-COUNT         PIC 9(2).
       01  WS-LOG-ID           PIC X(8).
       01  WS-LOG-ACTION       PIC X(10).
       01  WS-LOG-DETAIL       PIC X(200).
      *    MEMBER CONTACTS, SO A URL VERDICT CAN BE MAILED BACK.
       01  WS-CONTACT-TABLE.
               05  WS-CONTACT-ENTRY OCCURS 999 TIMES.
                   10  WS-CT-ID        PIC X(8).
                   10  WS-CT-CONTACT   PIC X(60).
       01  WS-CT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-CT-IDX           PIC 9(4).
      *    HELD URL CHANGES - THE ONES REVIEWED THIS RUN AND THE
      *    ONES APPROVED, APPLIED TO THE MEMBER FILE IN ONE REWRITE.
       01  WS-CHG-ID           PIC X(8).
       01  WS-CHG-URL          PIC X(120).
       01  WS-CHG-DATE         PIC X(8).
       01  WS-CHG-OLD-URL      PIC X(120).
       01  WS-CHANGE-COUNT     PIC 9(4)    VALUE 0.
       01  WS-CHG-APPROVED     PIC 9(4)    VALUE 0.
       01  WS-CHG-HELD         PIC 9(4)    VALUE 0.
       01  WS-CHG-HELD-LINES.
               05  WS-CHG-HELD-LINE OCCURS 200 TIMES PIC X(300).
       01  WS-APPLY-TABLE.
               05  WS-APPLY-ENTRY OCCURS 200 TIMES.
                   10  WS-APPLY-ID     PIC X(8).
                   10  WS-APPLY-URL    PIC X(120).
       01  WS-APPLY-IDX        PIC 9(4).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           PERFORM COUNT-CURRENT-MEMBERS.
           OPEN INPUT PENDING-FILE.
               'reviewed ' WS-PENDING-COUNT ' ring application(s), '
               WS-APPROVED-COUNT ' approved, '
               WS-HELD-COUNT ' held for next run'.
           OPEN INPUT CHANGE-FILE.
           IF WS-CHANGE-STATUS = '00'
               PERFORM UNTIL CHANGE-EOF
                   READ CHANGE-FILE
                       AT END
                           SET CHANGE-EOF TO TRUE
                       NOT AT END
                           IF CHANGE-FILE-LINE NOT = SPACES
                               ADD 1 TO WS-CHANGE-COUNT
                               PERFORM REVIEW-ONE-URL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               PERFORM CARRY-HELD-CHANGES
               IF WS-CHG-APPROVED > 0
                   PERFORM APPLY-URL-CHANGES
               END-IF
               DISPLAY
                   'reviewed ' WS-CHANGE-COUNT ' url change(s), '
                   WS-CHG-APPROVED ' approved, '
                   WS-CHG-HELD ' held for next run'
           END-IF.
       GOBACK.

       COUNT-CURRENT-MEMBERS.
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBER-TALLY
                           PERFORM NOTE-MEMBER-CONTACT
                   END-READ
               END-PERFORM
               CLOSE RING-MEMBER-FILE
           END-IF.

       NOTE-MEMBER-CONTACT.
           MOVE SPACES TO RM-CONTACT RM-TOKEN.
           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
               INTO RM-ID RM-NAME RM-URL RM-JOINED RM-VERIFIED
                    RM-STATUS RM-CONTACT RM-TOKEN
           END-UNSTRING.
           IF WS-CT-COUNT < 999
               ADD 1 TO WS-CT-COUNT
               MOVE RM-ID TO WS-CT-ID(WS-CT-COUNT)
               MOVE RM-CONTACT TO WS-CT-CONTACT(WS-CT-COUNT)
           END-IF.

       REVIEW-ONE-APPLICATION.
           MOVE SPACES TO WS-APP-SITE WS-APP-URL WS-APP-CONTACT
               WS-APP-DATE.
       APPEND-NEW-MEMBER.
           ADD 1 TO WS-MEMBER-TALLY.
           MOVE WS-MEMBER-TALLY TO WS-NEXT-NUMBER.
           MOVE SPACES TO WS-NEW-ID.
           STRING 'RING' DELIMITED BY SIZE
                  WS-NEXT-NUMBER DELIMITED BY SIZE
               INTO WS-NEW-ID
           END-STRING.
           PERFORM BUILD-MEMBER-TOKEN.
           INSPECT WS-APP-CONTACT REPLACING ALL '|' BY ' '.
           MOVE SPACES TO RING-MEMBER-LINE.
           STRING FUNCTION TRIM(WS-NEW-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-SITE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY-STAMP(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY-STAMP(1:8) DELIMITED BY SIZE
                  '|A|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
               INTO RING-MEMBER-LINE
           END-STRING.
           OPEN EXTEND RING-MEMBER-FILE.
           END-IF.
           WRITE RING-MEMBER-LINE.
           CLOSE RING-MEMBER-FILE.
           IF WS-CT-COUNT < 999
               ADD 1 TO WS-CT-COUNT
               MOVE WS-NEW-ID TO WS-CT-ID(WS-CT-COUNT)
               MOVE WS-APP-CONTACT TO WS-CT-CONTACT(WS-CT-COUNT)
           END-IF.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'your ring membership: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'RINGJOIN.COB?m=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING.
           MOVE WS-APP-CONTACT TO WS-MAIL-TO.
           PERFORM QUEUE-MEMBER-MAIL.
           IF WS-AT-COUNT NOT = 1
               DISPLAY 'no mail address for ' FUNCTION TRIM(WS-NEW-ID)
                   ' - pass this link on by hand: '
                   FUNCTION TRIM(WS-BASE-URL) 'RINGJOIN.COB?m='
                   FUNCTION TRIM(WS-NEW-TOKEN)
           END-IF.
           MOVE WS-NEW-ID TO WS-LOG-ID.
           MOVE 'admit' TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING FUNCTION TRIM(WS-APP-SITE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-URL) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-RING-LOG-ROW.

       BUILD-MEMBER-TOKEN.
           MOVE FUNCTION CURRENT-DATE TO WS-TOKEN-STAMP.
           COMPUTE WS-TOKEN-NUM = FUNCTION MOD(
               FUNCTION NUMVAL(WS-TOKEN-STAMP(7:10)) * 7919
                   + FUNCTION NUMVAL(WS-TOKEN-STAMP(18:4))
                   + WS-NEXT-NUMBER * 104729,
               99999989).
           MOVE SPACES TO WS-NEW-TOKEN.
           STRING 'm' DELIMITED BY SIZE
                  WS-TOKEN-NUM DELIMITED BY SIZE
               INTO WS-NEW-TOKEN
           END-STRING.

      *    SUBJECT-ONLY MAIL TO WS-MAIL-TO, QUEUED ONLY WHEN IT LOOKS
      *    LIKE AN ADDRESS (EXACTLY ONE @). WS-AT-COUNT TELLS THE
      *    CALLER WHETHER IT WAS.
       QUEUE-MEMBER-MAIL.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-MAIL-TO TALLYING WS-AT-COUNT FOR ALL '@'.
           IF WS-AT-COUNT = 1
               MOVE 'queued' TO MAILQ-STATUS
               MOVE FUNCTION TRIM(WS-MAIL-TO) TO MAILQ-EMAIL
               MOVE WS-MAIL-SUBJECT TO MAILQ-SUBJECT
               MOVE FUNCTION CURRENT-DATE(1:14) TO MAILQ-QUEUED
               MOVE 0 TO MAILQ-ATTEMPTS
               MOVE SPACES TO MAILQ-FILE-LINE
               STRING FUNCTION TRIM(MAILQ-STATUS) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(MAILQ-EMAIL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(MAILQ-SUBJECT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      MAILQ-QUEUED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      MAILQ-ATTEMPTS DELIMITED BY SIZE
                   INTO MAILQ-FILE-LINE
               END-STRING
               OPEN EXTEND MAILQ-FILE
               IF WS-MAILQ-STATUS NOT = '00'
                   OPEN OUTPUT MAILQ-FILE
               END-IF
               WRITE MAILQ-FILE-LINE
               CLOSE MAILQ-FILE
           END-IF.

       WRITE-RING-LOG-ROW.
           INSPECT WS-LOG-DETAIL REPLACING ALL '|' BY ' '.
           MOVE SPACES TO RING-LOG-FILE-LINE.
           STRING WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED BY SIZE
                  '|operator' DELIMITED BY SIZE
               INTO RING-LOG-FILE-LINE
           END-STRING.
           OPEN EXTEND RING-LOG-FILE.
           IF WS-RING-LOG-STATUS NOT = '00'
               OPEN OUTPUT RING-LOG-FILE
           END-IF.
           WRITE RING-LOG-FILE-LINE.
           CLOSE RING-LOG-FILE.

       WRITE-AUDIT-ROW.
           MOVE PENDING-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
           PERFORM WRITE-MODLOG-ENTRY.

       WRITE-MODLOG-ENTRY.
           INSPECT WS-AUDIT-EXCERPT REPLACING ALL '|' BY ' '.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
               WRITE PENDING-FILE-LINE
           END-PERFORM.
           CLOSE PENDING-FILE.

       REVIEW-ONE-URL-CHANGE.
           MOVE SPACES TO WS-CHG-ID WS-CHG-URL WS-CHG-DATE
               WS-CHG-OLD-URL.
           UNSTRING CHANGE-FILE-LINE DELIMITED BY '|'
               INTO WS-CHG-ID WS-CHG-URL WS-CHG-DATE WS-CHG-OLD-URL
           END-UNSTRING.
           DISPLAY FUNCTION TRIM(WS-CHG-ID) ' moving from '
               FUNCTION TRIM(WS-CHG-OLD-URL) ' to '
               FUNCTION TRIM(WS-CHG-URL) ' (asked '
               WS-CHG-DATE ')'.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'approve? (Y/N/H to hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'Y'
                   IF WS-CHG-APPROVED < 200
                       ADD 1 TO WS-CHG-APPROVED
                       MOVE WS-CHG-ID TO WS-APPLY-ID(WS-CHG-APPROVED)
                       MOVE WS-CHG-URL
                           TO WS-APPLY-URL(WS-CHG-APPROVED)
                       MOVE 'approve' TO WS-AUDIT-VERDICT
                   ELSE
                       DISPLAY 'too many approvals for one run - '
                           'hold this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN 'H'
                   IF WS-CHG-HELD < 200
                       ADD 1 TO WS-CHG-HELD
                       MOVE CHANGE-FILE-LINE
                           TO WS-CHG-HELD-LINE(WS-CHG-HELD)
                       MOVE 'hold' TO WS-AUDIT-VERDICT
                   ELSE
                       DISPLAY 'hold list is full - approve or '
                           'reject this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN OTHER
                   MOVE 'reject' TO WS-AUDIT-VERDICT
               END-EVALUATE
           END-PERFORM.
           MOVE 'RINGURL' TO WS-AUDIT-QUEUE.
           MOVE CHANGE-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
           PERFORM WRITE-MODLOG-ENTRY.
           IF WS-AUDIT-VERDICT NOT = 'hold'
               MOVE WS-CHG-ID TO WS-LOG-ID
               MOVE SPACES TO WS-LOG-DETAIL
               STRING FUNCTION TRIM(WS-CHG-OLD-URL) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHG-URL) DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               END-STRING
               MOVE SPACES TO WS-MAIL-SUBJECT
               IF WS-AUDIT-VERDICT = 'approve'
                   MOVE 'url-ok' TO WS-LOG-ACTION
                   STRING 'ring url change approved: ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CHG-URL) DELIMITED BY SIZE
                       INTO WS-MAIL-SUBJECT
                   END-STRING
               ELSE
                   MOVE 'url-no' TO WS-LOG-ACTION
                   STRING 'ring url change declined: ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CHG-URL) DELIMITED BY SIZE
                       INTO WS-MAIL-SUBJECT
                   END-STRING
               END-IF
               PERFORM WRITE-RING-LOG-ROW
               MOVE SPACES TO WS-MAIL-TO
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   IF WS-CT-ID(WS-CT-IDX) = WS-CHG-ID
                       MOVE WS-CT-CONTACT(WS-CT-IDX) TO WS-MAIL-TO
                   END-IF
               END-PERFORM
               PERFORM QUEUE-MEMBER-MAIL
           END-IF.

       CARRY-HELD-CHANGES.
           OPEN OUTPUT CHANGE-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-CHG-HELD
               MOVE WS-CHG-HELD-LINE(WS-HELD-IDX) TO CHANGE-FILE-LINE
               WRITE CHANGE-FILE-LINE
           END-PERFORM.
           CLOSE CHANGE-FILE.

      *    ONE PASS OVER THE MEMBER FILE INTO THE KEEP FILE, SWAPPING
      *    IN EACH APPROVED URL (THE LAST APPROVAL FOR A MEMBER WINS)
      *    AND STAMPING IT VERIFIED - IT ANSWERED RINGJOIN.COB'S PROBE
      *    BEFORE IT WAS QUEUED, SO A MEMBER RINGCHK.COB DROPPED FOR
      *    THE OLD ADDRESS GOES BACK INTO ROTATION TOO - THEN COPIED
      *    BACK.
       APPLY-URL-CHANGES.
           MOVE 'N' TO WS-MEMBER-EOF.
           OPEN INPUT RING-MEMBER-FILE.
           IF WS-MEMBER-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL MEMBER-EOF
                   READ RING-MEMBER-FILE
                       AT END
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-MEMBER-ROW
                   END-READ
               END-PERFORM
               CLOSE RING-MEMBER-FILE
               CLOSE KEEP-FILE
               MOVE 'N' TO WS-KEEP-EOF
               OPEN INPUT KEEP-FILE
               OPEN OUTPUT RING-MEMBER-FILE
               PERFORM UNTIL KEEP-EOF
                   READ KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE KEEP-FILE-LINE TO RING-MEMBER-LINE
                           WRITE RING-MEMBER-LINE
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
               CLOSE RING-MEMBER-FILE
           END-IF.

       APPLY-ONE-MEMBER-ROW.
           MOVE RING-MEMBER-LINE TO KEEP-FILE-LINE.
           MOVE SPACES TO RM-CONTACT RM-TOKEN.
           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
               INTO RM-ID RM-NAME RM-URL RM-JOINED RM-VERIFIED
                    RM-STATUS RM-CONTACT RM-TOKEN
           END-UNSTRING.
           MOVE SPACES TO WS-CHG-URL.
           PERFORM VARYING WS-APPLY-IDX FROM 1 BY 1
                   UNTIL WS-APPLY-IDX > WS-CHG-APPROVED
               IF WS-APPLY-ID(WS-APPLY-IDX) = RM-ID
                   MOVE WS-APPLY-URL(WS-APPLY-IDX) TO WS-CHG-URL
               END-IF
           END-PERFORM.
           IF WS-CHG-URL NOT = SPACES
               MOVE WS-CHG-URL TO RM-URL
               MOVE WS-TODAY-STAMP(1:8) TO RM-VERIFIED
               IF RM-STATUS = 'D'
                   MOVE 'A' TO RM-STATUS
               END-IF
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(RM-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-URL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-JOINED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-VERIFIED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-STATUS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-CONTACT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-TOKEN) DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           END-IF.
           WRITE KEEP-FILE-LINE.
       END PROGRAM APPROVERG.
