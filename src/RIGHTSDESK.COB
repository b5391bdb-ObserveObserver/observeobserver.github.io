       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGHTSDESK.
      *    BATCH MODERATION JOB - THE RIGHTS DESK. PERMIT.COB QUEUES
      *    REPRINT AND TRANSLATION REQUESTS IN
      *    data/PERMISSION-REQUESTS.DAT (SEE PERMREC.CPY). WALKS THE
      *    QUEUE ONE REQUEST AT A TIME, SHOWS WHO IS ASKING FOR WHAT,
      *    THE STORY'S CURRENT LICENCE, AND ANY GRANTS ALREADY ON THE
      *    REGISTER FOR THE SAME STORY, AND TAKES:
      *        G grant   D decline   H hold for next time
      *    A GRANT ASKS FOR THE PERIOD (BLANK TAKES THE DATES ASKED
      *    FOR; A GRANT WITH NO START RUNS FROM TODAY) AND ANY
      *    CONDITIONS, AND IS ENTERED IN THE GRANTS REGISTER,
      *    data/GRANTS.DAT (SEE GRANTREC.CPY), WHICH RIGHTSRPT.COB
      *    REPORTS ON. THE REPLY ITSELF IS STILL SENT BY HAND. EVERY
      *    DECISION IS AUDITED TO data/MODLOG.DAT UNDER THE RIGHTS
      *    QUEUE. HELD REQUESTS, AND ANY FILED WHILE THE DESK WAS
      *    OPEN, ARE WRITTEN BACK AS THE QUEUE, AS ABUSEDESK.COB DOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-FILE
               ASSIGN TO "data/PERMISSION-REQUESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT GRANT-FILE ASSIGN TO "data/GRANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRANT-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'PERMFD.CPY'.
           COPY 'GRANTFD.CPY'.
           COPY 'STORYFD.CPY'.
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'PERMREC.CPY'.
           COPY 'GRANTREC.CPY'.
           COPY 'STORYREC.CPY'.
       01  WS-PERMIT-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PERMIT-EOF       PIC X       VALUE 'N'.
               88  PERMIT-EOF                  VALUE 'Y'.
       01  WS-GRANT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-GRANT-EOF        PIC X       VALUE 'N'.
               88  GRANT-EOF                   VALUE 'Y'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUDIT-QUEUE      PIC X(12)   VALUE 'RIGHTS'.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-EXCERPT    PIC X(80).
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-LIC-CODE         PIC X(12).
       01  WS-LIC-NAME         PIC X(60).
       01  WS-LIC-URL          PIC X(120).
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
       01  WS-PRIOR-COUNT      PIC 9(3)    VALUE 0.
       01  WS-DECISION         PIC X.
       01  WS-DECIDED          PIC X.
               88  DECISION-TAKEN              VALUE 'Y'.
       01  WS-ANSWER           PIC X(200).
       01  WS-GRANT-FROM       PIC X(8).
       01  WS-GRANT-UNTIL      PIC X(8).
       01  WS-DATES-OK         PIC X       VALUE 'N'.
               88  DATES-OK                    VALUE 'Y'.
       01  WS-HELD-COUNT       PIC 9(3)    VALUE 0.
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 100 TIMES PIC X(500).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-SEEN-COUNT       PIC 9(4)    VALUE 0.
       01  WS-GRANTED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-DECLINED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           OPEN INPUT PERMISSION-FILE.
           IF WS-PERMIT-STATUS NOT = '00'
               DISPLAY 'rightsdesk: no permission requests waiting'
               GOBACK
           END-IF.
           PERFORM UNTIL PERMIT-EOF
               READ PERMISSION-FILE
                   AT END
                       SET PERMIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEEN-COUNT
                       PERFORM REVIEW-ONE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE PERMISSION-FILE.
           PERFORM CARRY-HELD-REQUESTS.
           DISPLAY 'rightsdesk: ' WS-SEEN-COUNT ' request(s) seen, '
               WS-GRANTED-COUNT ' granted, ' WS-DECLINED-COUNT
               ' declined, ' WS-HELD-COUNT ' held'.
       GOBACK.

       REVIEW-ONE-REQUEST.
           MOVE SPACES TO PERMISSION-RECORD.
           UNSTRING PERMISSION-FILE-LINE DELIMITED BY '|'
               INTO PRQ-FILED PRQ-STORY-ID PRQ-NAME PRQ-CONTACT
                    PRQ-USE PRQ-LANG PRQ-FROM PRQ-UNTIL PRQ-DETAILS
           END-UNSTRING.
           PERFORM FIND-STORY-LICENCE.
           DISPLAY FUNCTION TRIM(PRQ-STORY-ID) ' ('
               FUNCTION TRIM(WS-LIC-NAME) '), asked '
               PRQ-FILED(1:8).
           DISPLAY '  from: ' FUNCTION TRIM(PRQ-NAME) ' <'
               FUNCTION TRIM(PRQ-CONTACT) '>'.
           IF FUNCTION TRIM(PRQ-LANG) NOT = SPACES
               DISPLAY '  use: ' FUNCTION TRIM(PRQ-USE) ' into '
                   FUNCTION TRIM(PRQ-LANG)
           ELSE
               DISPLAY '  use: ' FUNCTION TRIM(PRQ-USE)
           END-IF.
           DISPLAY '  dates: ' PRQ-FROM ' to ' PRQ-UNTIL.
           IF FUNCTION TRIM(PRQ-DETAILS) NOT = SPACES
               DISPLAY '  where: ' FUNCTION TRIM(PRQ-DETAILS)
           END-IF.
           PERFORM SHOW-PRIOR-GRANTS.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'grant? (G/D to decline/H to hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'G'
                   PERFORM GRANT-THE-REQUEST
               WHEN 'D'
                   MOVE 'decline' TO WS-AUDIT-VERDICT
                   PERFORM WRITE-AUDIT-ROW
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN 'H'
                   IF WS-HELD-COUNT < 100
                       ADD 1 TO WS-HELD-COUNT
                       MOVE PERMISSION-FILE-LINE
                           TO WS-HELD-LINE(WS-HELD-COUNT)
                       MOVE 'hold' TO WS-AUDIT-VERDICT
                       PERFORM WRITE-AUDIT-ROW
                   ELSE
                       DISPLAY 'hold list is full - grant or'
                           ' decline this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN OTHER
                   DISPLAY 'G, D or H please'
                   MOVE 'N' TO WS-DECIDED
               END-EVALUATE
           END-PERFORM.

       FIND-STORY-LICENCE.
           MOVE SPACES TO STORY-LICENCE.
           MOVE 'N' TO WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(PRQ-STORY-ID)
                               SET STORY-EOF TO TRUE
                           ELSE
                               MOVE SPACES TO STORY-LICENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           MOVE STORY-LICENCE TO WS-LIC-CODE.
           MOVE SPACES TO WS-LIC-NAME WS-LIC-URL.
           CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME WS-LIC-URL
               WS-LIC-FOUND
               ON EXCEPTION
                   MOVE 'licence unknown' TO WS-LIC-NAME
           END-CALL.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-LICENCE.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE
           END-UNSTRING.

      *    WHAT HAS ALREADY BEEN GIVEN AWAY FOR THIS STORY - TWO
      *    TRANSLATIONS INTO THE SAME LANGUAGE AT ONCE IS THE MISTAKE
      *    THE REGISTER EXISTS TO PREVENT.
       SHOW-PRIOR-GRANTS.
           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 'N' TO WS-GRANT-EOF.
           OPEN INPUT GRANT-FILE.
           IF WS-GRANT-STATUS = '00'
               PERFORM UNTIL GRANT-EOF
                   READ GRANT-FILE
                       AT END
                           SET GRANT-EOF TO TRUE
                       NOT AT END
                           PERFORM SHOW-ONE-PRIOR-GRANT
                   END-READ
               END-PERFORM
               CLOSE GRANT-FILE
           END-IF.
           IF WS-PRIOR-COUNT = 0
               DISPLAY '  granted before: nothing'
           END-IF.

       SHOW-ONE-PRIOR-GRANT.
           MOVE SPACES TO GRANT-RECORD.
           UNSTRING GRANT-FILE-LINE DELIMITED BY '|'
               INTO GRT-STORY-ID GRT-GRANTEE GRT-CONTACT GRT-USE
                    GRT-LANG GRT-GRANTED GRT-FROM GRT-UNTIL
                    GRT-CONDITIONS
           END-UNSTRING.
           IF FUNCTION TRIM(GRT-STORY-ID) = FUNCTION TRIM(PRQ-STORY-ID)
               ADD 1 TO WS-PRIOR-COUNT
               DISPLAY '  granted before: ' FUNCTION TRIM(GRT-USE)
                   ' ' FUNCTION TRIM(GRT-LANG) ' to '
                   FUNCTION TRIM(GRT-GRANTEE) ', ' GRT-FROM
                   ' to ' GRT-UNTIL
           END-IF.

       GRANT-THE-REQUEST.
           PERFORM ASK-GRANT-DATES.
           IF NOT DATES-OK
               MOVE 'N' TO WS-DECIDED
           ELSE
               MOVE SPACES TO WS-ANSWER
               DISPLAY '  conditions (blank = none): '
               ACCEPT WS-ANSWER
               INSPECT WS-ANSWER REPLACING ALL '|' BY ' '
               MOVE SPACES TO GRANT-RECORD
               MOVE PRQ-STORY-ID TO GRT-STORY-ID
               MOVE PRQ-NAME TO GRT-GRANTEE
               MOVE PRQ-CONTACT TO GRT-CONTACT
               MOVE PRQ-USE TO GRT-USE
               MOVE PRQ-LANG TO GRT-LANG
               MOVE WS-TODAY-DATE TO GRT-GRANTED
               MOVE WS-GRANT-FROM TO GRT-FROM
               MOVE WS-GRANT-UNTIL TO GRT-UNTIL
               MOVE WS-ANSWER TO GRT-CONDITIONS
               PERFORM APPEND-GRANT-ROW
               MOVE 'grant' TO WS-AUDIT-VERDICT
               PERFORM WRITE-AUDIT-ROW
               ADD 1 TO WS-GRANTED-COUNT
               DISPLAY 'rightsdesk: entered in data/GRANTS.DAT - '
                   'reply to ' FUNCTION TRIM(PRQ-CONTACT)
           END-IF.

      *    BLANK KEEPS WHAT WAS ASKED FOR. A GRANT ALWAYS HAS A START
      *    DATE; AN END DATE IS OPTIONAL.
       ASK-GRANT-DATES.
           MOVE 'Y' TO WS-DATES-OK.
           MOVE SPACES TO WS-ANSWER.
           DISPLAY '  from (YYYYMMDD, blank = ' PRQ-FROM '): '.
           ACCEPT WS-ANSWER.
           IF FUNCTION TRIM(WS-ANSWER) = SPACES
               MOVE PRQ-FROM TO WS-GRANT-FROM
           ELSE
               MOVE WS-ANSWER(1:8) TO WS-GRANT-FROM
               IF WS-ANSWER(9:) NOT = SPACES
                   MOVE 'N' TO WS-DATES-OK
               END-IF
           END-IF.
           IF WS-GRANT-FROM = SPACES
               MOVE WS-TODAY-DATE TO WS-GRANT-FROM
           END-IF.
           MOVE SPACES TO WS-ANSWER.
           DISPLAY '  until (YYYYMMDD, blank = ' PRQ-UNTIL '): '.
           ACCEPT WS-ANSWER.
           IF FUNCTION TRIM(WS-ANSWER) = SPACES
               MOVE PRQ-UNTIL TO WS-GRANT-UNTIL
           ELSE
               MOVE WS-ANSWER(1:8) TO WS-GRANT-UNTIL
               IF WS-ANSWER(9:) NOT = SPACES
                   MOVE 'N' TO WS-DATES-OK
               END-IF
           END-IF.
           IF WS-GRANT-FROM IS NOT NUMERIC
               MOVE 'N' TO WS-DATES-OK
           END-IF.
           IF WS-GRANT-UNTIL NOT = SPACES
               IF WS-GRANT-UNTIL IS NOT NUMERIC
                       OR WS-GRANT-UNTIL < WS-GRANT-FROM
                   MOVE 'N' TO WS-DATES-OK
               END-IF
           END-IF.
           IF NOT DATES-OK
               DISPLAY 'dates are YYYYMMDD, and the end cannot come'
                   ' before the start'
           END-IF.

       APPEND-GRANT-ROW.
           MOVE SPACES TO GRANT-FILE-LINE.
           STRING FUNCTION TRIM(GRT-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-GRANTEE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-USE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-LANG) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  GRT-GRANTED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  GRT-FROM DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-UNTIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-CONDITIONS) DELIMITED BY SIZE
               INTO GRANT-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND GRANT-FILE.
           IF WS-GRANT-STATUS NOT = '00'
               OPEN OUTPUT GRANT-FILE
           END-IF.
           WRITE GRANT-FILE-LINE.
           CLOSE GRANT-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    EVERY DECISION LEAVES A ROW IN data/MODLOG.DAT, THE SAME
      *    AS THE OTHER MODERATION DESKS.
       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE PERMISSION-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
           INSPECT WS-AUDIT-EXCERPT REPLACING ALL '|' BY ' '.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-AUDIT-STAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-QUEUE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-VERDICT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-EXCERPT) DELIMITED BY SIZE
               INTO MODLOG-FILE-LINE
           END-STRING.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           END-IF.
           WRITE MODLOG-FILE-LINE.
           CLOSE MODLOG-FILE.

      *    REQUESTS FILED WHILE THE DESK WAS OPEN ARE PICKED UP AND
      *    KEPT BEHIND THE HELD ONES, NOT LOST IN THE REWRITE.
       CARRY-HELD-REQUESTS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-PERMIT-EOF.
           OPEN INPUT PERMISSION-FILE.
           IF WS-PERMIT-STATUS = '00'
               PERFORM SKIP-SEEN-REQUESTS
           END-IF.
           OPEN OUTPUT PERMISSION-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO PERMISSION-FILE-LINE
               WRITE PERMISSION-FILE-LINE
           END-PERFORM.
           CLOSE PERMISSION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ANY ROWS PAST THE ONES WALKED ABOVE ARE NEW; THEY JOIN THE
      *    HELD TABLE SO THE REWRITE KEEPS THEM.
       SKIP-SEEN-REQUESTS.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-SEEN-COUNT OR PERMIT-EOF
               READ PERMISSION-FILE
                   AT END
                       SET PERMIT-EOF TO TRUE
               END-READ
           END-PERFORM.
           PERFORM UNTIL PERMIT-EOF
               READ PERMISSION-FILE
                   AT END
                       SET PERMIT-EOF TO TRUE
                   NOT AT END
                       IF WS-HELD-COUNT < 100
                           ADD 1 TO WS-HELD-COUNT
                           MOVE PERMISSION-FILE-LINE
                               TO WS-HELD-LINE(WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERMISSION-FILE.
       END PROGRAM RIGHTSDESK.
