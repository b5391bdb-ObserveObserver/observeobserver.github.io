       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABUSEACT.
      *    SHARED SUBPROGRAM - ACTS ON ONE ABUSE REPORT (A ROW OF
      *    data/ABUSE-REPORTS.DAT, SEE ABUSEREC.CPY) FOR THE THREE
      *    PLACES THAT HANDLE THEM: ABUSE.COB CHECKS THE REPORTED ROW
      *    EXISTS BEFORE QUEUEING, AND ABUSEDESK.COB (CONSOLE) AND
      *    ADMIN.COB (BROWSER) DECIDE THEM. LS-ACTION:
      *        'F' - FIND THE REPORTED ROW IN ITS LIVE FILE ONLY
      *        'U' - UPHOLD: PULL THE ROW OUT OF THE LIVE FILE AND
      *              RECORD A REJECTION AGAINST ITS SUBMITTER IN
      *              REPUTE.CBL, AS POSTHOC.COB DOES FOR A RETRACTION
      *        'D' - DISMISS: THE ROW STAYS
      *    'U' AND 'D' ARE AUDITED TO data/MODLOG.DAT UNDER
      *    LS-AUDIT-QUEUE ('ABUSE' FROM THE CONSOLE, 'admin-abuse'
      *    FROM THE BROWSER, MATCHING THE OTHER QUEUES). LS-ROW-TEXT
      *    COMES BACK WITH THE REPORTED ROW AS IT STOOD (BLANK IF IT
      *    IS GONE) AND LS-RESULT WITH:
      *        'P' - ROW FOUND (AND, FOR 'U', PULLED)
      *        'G' - ROW NOT IN THE LIVE FILE (EDITED, WITHDRAWN OR
      *              ALREADY PULLED ON AN EARLIER REPORT)
      *        'X' - UNKNOWN REPORT KIND
      *    THE REPUTATION LEDGER IS ONLY EVER KEYED BY A PRIVATE
      *    NOTIFY ADDRESS (SEE APPROVE.COB), SO AN UPHELD REPORT ON A
      *    COMMENT WITH NO ADDRESS, OR ON A GUESTBOOK ENTRY, WHICH
      *    NEVER CARRIES ONE, LEAVES THE LEDGER ALONE. A CALLER THAT
      *    UPHOLDS HOLDS THE FGUARD WRITE LOCK AROUND THE CALL. A
      *    COMMENT PULLED FROM data/COMMENTS.DAT IS PULLED FROM ITS
      *    KEYED COPY TOO - THE COPY IS RELOADED (SIDEIO.CBL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/ABUSE-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-FILE-LINE      PIC X(600).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(600).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'ABUSEREC.CPY'.
           COPY 'COMREC.CPY'.
           COPY 'GUESTREC.CPY'.
       01  WS-LIVE-NAME        PIC X(40)   VALUE SPACES.
       01  WS-LIVE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-LIVE-EOF         PIC X       VALUE 'N'.
               88  LIVE-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-ROW-FOUND        PIC X       VALUE 'N'.
               88  ROW-FOUND                   VALUE 'Y'.
       01  WS-ROW-MATCH        PIC X       VALUE 'N'.
               88  ROW-MATCHES                 VALUE 'Y'.
       01  WS-SUBMITTER-KEY    PIC X(60)   VALUE SPACES.
       01  WS-REP-EVENT        PIC X       VALUE 'R'.
       01  WS-REP-VERDICT      PIC X       VALUE 'U'.
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-EXCERPT    PIC X(80).
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       LINKAGE SECTION.
       01  LS-REPORT-LINE      PIC X(400).
       01  LS-ACTION           PIC X.
       01  LS-AUDIT-QUEUE      PIC X(12).
       01  LS-ROW-TEXT         PIC X(400).
       01  LS-RESULT           PIC X.
       PROCEDURE DIVISION USING LS-REPORT-LINE LS-ACTION
               LS-AUDIT-QUEUE LS-ROW-TEXT LS-RESULT.
           MOVE SPACES TO LS-ROW-TEXT WS-SUBMITTER-KEY.
           MOVE 'G' TO LS-RESULT.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO ABUSE-RECORD.
           UNSTRING LS-REPORT-LINE DELIMITED BY '|'
               INTO ABR-FILED ABR-KIND ABR-REF ABR-KEY ABR-REPORTER
                    ABR-REASON
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(ABR-KIND)
               WHEN 'comment'
                   MOVE 'data/COMMENTS.DAT' TO WS-LIVE-NAME
               WHEN 'guestbook'
                   MOVE 'data/GUESTBOOK.DAT' TO WS-LIVE-NAME
               WHEN OTHER
                   MOVE 'X' TO LS-RESULT
                   MOVE SPACES TO WS-LIVE-NAME
           END-EVALUATE.
           IF WS-LIVE-NAME NOT = SPACES
               IF LS-ACTION = 'U'
                   PERFORM PULL-REPORTED-ROW
               ELSE
                   PERFORM FIND-REPORTED-ROW
               END-IF
               IF ROW-FOUND
                   MOVE 'P' TO LS-RESULT
               END-IF
           END-IF.
           EVALUATE LS-ACTION
               WHEN 'U'
                   IF ROW-FOUND
                           AND FUNCTION TRIM(WS-SUBMITTER-KEY)
                               NOT = SPACES
                       MOVE 'R' TO WS-REP-EVENT
                       MOVE 'U' TO WS-REP-VERDICT
                       CALL 'REPUTE' USING WS-SUBMITTER-KEY
                           WS-REP-EVENT WS-REP-VERDICT
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
                   MOVE 'uphold' TO WS-AUDIT-VERDICT
                   PERFORM WRITE-AUDIT-ROW
               WHEN 'D'
                   MOVE 'dismiss' TO WS-AUDIT-VERDICT
                   PERFORM WRITE-AUDIT-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       GOBACK.

       FIND-REPORTED-ROW.
           MOVE 'N' TO WS-LIVE-EOF.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS = '00'
               PERFORM UNTIL LIVE-EOF OR ROW-FOUND
                   READ LIVE-FILE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-LIVE-ROW
                           IF ROW-MATCHES
                               SET ROW-FOUND TO TRUE
                               MOVE LIVE-FILE-LINE TO LS-ROW-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF.

      *    THE KEEP-FILE WALK POSTHOC.COB USES FOR A RETRACTION: EVERY
      *    LIVE ROW BUT THE FIRST MATCH IS COPIED, THEN THE COPY IS
      *    WRITTEN BACK - ONLY WHEN SOMETHING WAS ACTUALLY PULLED.
       PULL-REPORTED-ROW.
           MOVE 'N' TO WS-LIVE-EOF.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL LIVE-EOF
                   READ LIVE-FILE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE 'N' TO WS-ROW-MATCH
                           IF NOT ROW-FOUND
                               PERFORM MATCH-LIVE-ROW
                           END-IF
                           IF ROW-MATCHES
                               SET ROW-FOUND TO TRUE
                               MOVE LIVE-FILE-LINE TO LS-ROW-TEXT
                           ELSE
                               MOVE LIVE-FILE-LINE TO KEEP-FILE-LINE
                               WRITE KEEP-FILE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               CLOSE KEEP-FILE
               IF ROW-FOUND
                   PERFORM REWRITE-LIVE-FILE
               END-IF
           END-IF.

      *    A COMMENT IS KNOWN BY ITS STORY AND ITS COMMENT-ID; A
      *    GUESTBOOK ENTRY BY ITS NAME AND DATE.
       MATCH-LIVE-ROW.
           MOVE 'N' TO WS-ROW-MATCH.
           IF FUNCTION TRIM(ABR-KIND) = 'comment'
               MOVE SPACES TO COMMENT-RECORD
               UNSTRING LIVE-FILE-LINE DELIMITED BY '|'
                   INTO COMMENT-STORY-ID COMMENT-NAME COMMENT-BODY
                        COMMENT-DATE COMMENT-ID COMMENT-PARENT
                        COMMENT-TOKEN COMMENT-NOTIFY COMMENT-ORIGIN
               END-UNSTRING
               IF FUNCTION TRIM(COMMENT-STORY-ID) =
                       FUNCTION TRIM(ABR-REF)
                       AND FUNCTION TRIM(COMMENT-ID) =
                           FUNCTION TRIM(ABR-KEY)
                       AND FUNCTION TRIM(ABR-KEY) NOT = SPACES
                   SET ROW-MATCHES TO TRUE
      *    A HISTORICAL ROW'S SUBMITTER IS NOBODY THIS SITE KNOWS -
      *    ITS TAKEDOWN COUNTS AGAINST NO LEDGER KEY.
                   IF COMMENT-HISTORICAL
                       MOVE SPACES TO WS-SUBMITTER-KEY
                   ELSE
                       MOVE COMMENT-NOTIFY TO WS-SUBMITTER-KEY
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO GUEST-RECORD
               UNSTRING LIVE-FILE-LINE DELIMITED BY '|'
                   INTO GUEST-NAME GUEST-MESSAGE GUEST-DATE
               END-UNSTRING
               IF FUNCTION TRIM(GUEST-NAME) = FUNCTION TRIM(ABR-KEY)
                       AND GUEST-DATE = ABR-REF
                   SET ROW-MATCHES TO TRUE
               END-IF
           END-IF.

       REWRITE-LIVE-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT LIVE-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO LIVE-FILE-LINE
                       WRITE LIVE-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE LIVE-FILE.
           MOVE 'L' TO SIX-ACTION.
           MOVE WS-LIVE-NAME TO SIX-FILE.
           MOVE SPACES TO SIX-STORY SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE MODLOG EXCERPT NAMES THE ROW AND WHY IT WAS REPORTED;
      *    A ROW THAT WAS ALREADY GONE SAYS SO.
       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE SPACES TO WS-AUDIT-EXCERPT.
           IF ROW-FOUND
               STRING FUNCTION TRIM(ABR-KIND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-REF) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-KEY) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-REASON) DELIMITED BY SIZE
                   INTO WS-AUDIT-EXCERPT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ABR-KIND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-REF) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-KEY) DELIMITED BY SIZE
                      ' (already gone): ' DELIMITED BY SIZE
                      FUNCTION TRIM(ABR-REASON) DELIMITED BY SIZE
                   INTO WS-AUDIT-EXCERPT
               END-STRING
           END-IF.
           INSPECT WS-AUDIT-EXCERPT REPLACING ALL '|' BY ' '.
           MOVE SPACES TO MODLOG-FILE-LINE.
           STRING WS-AUDIT-STAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-AUDIT-QUEUE) DELIMITED BY SIZE
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
       END PROGRAM ABUSEACT.
