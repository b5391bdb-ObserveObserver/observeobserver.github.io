       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASKDESK.
      *    BATCH MODERATION JOB - THE ASK-THE-AUTHOR DESK. ASK.COB
      *    QUEUES READERS' QUESTIONS IN data/QUESTIONS-PENDING.DAT
      *    (SEE QUESTREC.CPY). WALKS THE QUEUE ONE QUESTION AT A
      *    TIME, SHOWS IT WITH THE STORY IT IS ABOUT, AND TAKES:
      *        A answer   D decline   H hold
      *    ANSWER ASKS FOR THE ANSWER TEXT AND FOR THE STORIES IT
      *    CONCERNS (BLANK TAKES THE STORY THE QUESTION WAS ASKED
      *    ABOUT, - FOR NONE), NUMBERS IT ASKnnn AND APPENDS IT TO
      *    data/ANSWERS.DAT (SEE ANSWREC.CPY), WHICH ANSWERS.COB
      *    PUBLISHES AND SEARCHIDX.COB INDEXES. WHEN THE ASKER LEFT
      *    AN ADDRESS, AND IT IS NOT ON THE SUPPRESSION LIST, A
      *    NOTICE WITH A LINK STRAIGHT TO THE ANSWER GOES THROUGH
      *    data/MAILQ.DAT. A DECLINED QUESTION IS SIMPLY DROPPED -
      *    THE ASKER IS NOT TOLD. EVERY DECISION IS AUDITED TO
      *    data/MODLOG.DAT UNDER THE QUESTIONS QUEUE. HELD QUESTIONS,
      *    AND ANY ASKED WHILE THE DESK WAS OPEN, ARE WRITTEN BACK AS
      *    THE QUEUE, AS ERRATADESK.COB DOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTION-FILE
               ASSIGN TO "data/QUESTIONS-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUESTION-STATUS.
           SELECT ANSWER-FILE ASSIGN TO "data/ANSWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'QUESTFD.CPY'.
           COPY 'ANSWFD.CPY'.
           COPY 'MAILQFD.CPY'.
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'SITECFG.CPY'.
           COPY 'QUESTREC.CPY'.
           COPY 'ANSWREC.CPY'.
           COPY 'MAILQREC.CPY'.
       01  WS-QUESTION-STATUS  PIC X(2)    VALUE '00'.
       01  WS-QUESTION-EOF     PIC X       VALUE 'N'.
               88  QUESTION-EOF                VALUE 'Y'.
       01  WS-ANSWER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-ANSWER-EOF       PIC X       VALUE 'N'.
               88  ANSWER-EOF                  VALUE 'Y'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUDIT-QUEUE      PIC X(12)   VALUE 'QUESTIONS'.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-EXCERPT    PIC X(80).
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-DECISION         PIC X.
       01  WS-DECIDED          PIC X.
               88  DECISION-TAKEN              VALUE 'Y'.
       01  WS-ANSWER-TEXT      PIC X(500).
       01  WS-ANSWER-STORIES   PIC X(30).
      *    ANSWERS ARE NUMBERED FROM THE ROWS ALREADY PUBLISHED, SO
      *    THE NUMBERS NEVER COLLIDE AS LONG AS ROWS ARE NEVER
      *    REMOVED FROM data/ANSWERS.DAT - TAKE ONE DOWN BY EDITING
      *    ITS TEXT, NOT BY DELETING THE LINE.
       01  WS-ANSWER-ROWS      PIC 9(3)    VALUE 0.
       01  WS-NEXT-NUMBER      PIC 9(3).
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
       01  WS-HELD-COUNT       PIC 9(3)    VALUE 0.
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 100 TIMES PIC X(400).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-SEEN-COUNT       PIC 9(4)    VALUE 0.
       01  WS-ANSWERED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-DECLINED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-NOTIFIED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT QUESTION-FILE.
           IF WS-QUESTION-STATUS NOT = '00'
               DISPLAY 'askdesk: no questions waiting'
               GOBACK
           END-IF.
           PERFORM COUNT-ANSWER-ROWS.
           PERFORM UNTIL QUESTION-EOF
               READ QUESTION-FILE
                   AT END
                       SET QUESTION-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEEN-COUNT
                       PERFORM REVIEW-ONE-QUESTION
               END-READ
           END-PERFORM.
           CLOSE QUESTION-FILE.
           PERFORM CARRY-HELD-QUESTIONS.
           DISPLAY 'askdesk: ' WS-SEEN-COUNT ' question(s) seen, '
               WS-ANSWERED-COUNT ' answered, ' WS-DECLINED-COUNT
               ' declined, ' WS-HELD-COUNT ' held, '
               WS-NOTIFIED-COUNT ' asker(s) told'.
       GOBACK.

       COUNT-ANSWER-ROWS.
           MOVE 0 TO WS-ANSWER-ROWS.
           MOVE 'N' TO WS-ANSWER-EOF.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS = '00'
               PERFORM UNTIL ANSWER-EOF
                   READ ANSWER-FILE
                       AT END
                           SET ANSWER-EOF TO TRUE
                       NOT AT END
                           IF ANSWER-FILE-LINE NOT = SPACES
                               ADD 1 TO WS-ANSWER-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           END-IF.

       REVIEW-ONE-QUESTION.
           MOVE SPACES TO QUESTION-RECORD.
           UNSTRING QUESTION-FILE-LINE DELIMITED BY '|'
               INTO QST-FILED QST-STORY-ID QST-EMAIL QST-QUESTION
           END-UNSTRING.
           IF QST-STORY-ID NOT = SPACES
               DISPLAY 'about ' FUNCTION TRIM(QST-STORY-ID)
                   ', asked ' QST-FILED(1:8)
           ELSE
               DISPLAY 'general question, asked ' QST-FILED(1:8)
           END-IF.
           DISPLAY '  ' FUNCTION TRIM(QST-QUESTION).
           IF QST-EMAIL NOT = SPACES
               DISPLAY '  (asker will be told at '
                   FUNCTION TRIM(QST-EMAIL) ')'
           END-IF.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'answer? (A/D decline/H hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'A'
                   PERFORM ANSWER-QUESTION
               WHEN 'D'
                   MOVE 'decline' TO WS-AUDIT-VERDICT
                   PERFORM WRITE-AUDIT-ROW
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN 'H'
                   IF WS-HELD-COUNT < 100
                       ADD 1 TO WS-HELD-COUNT
                       MOVE QUESTION-FILE-LINE
                           TO WS-HELD-LINE(WS-HELD-COUNT)
                       MOVE 'hold' TO WS-AUDIT-VERDICT
                       PERFORM WRITE-AUDIT-ROW
                   ELSE
                       DISPLAY 'hold list is full - decide this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN OTHER
                   DISPLAY 'A, D or H please'
                   MOVE 'N' TO WS-DECIDED
               END-EVALUATE
           END-PERFORM.

      *    AN EMPTY ANSWER GOES BACK TO THE PROMPT RATHER THAN
      *    PUBLISHING A QUESTION WITH NOTHING UNDER IT.
       ANSWER-QUESTION.
           MOVE SPACES TO WS-ANSWER-TEXT.
           DISPLAY '  answer: '.
           ACCEPT WS-ANSWER-TEXT.
           IF FUNCTION TRIM(WS-ANSWER-TEXT) = SPACES
               DISPLAY 'an answer needs some text'
               MOVE 'N' TO WS-DECIDED
           ELSE
               MOVE SPACES TO WS-ANSWER-STORIES
               DISPLAY '  stories it concerns, comma-separated'
                   ' (blank = as asked, - = none): '
               ACCEPT WS-ANSWER-STORIES
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-ANSWER-STORIES) = SPACES
                       MOVE QST-STORY-ID TO WS-ANSWER-STORIES
                   WHEN FUNCTION TRIM(WS-ANSWER-STORIES) = '-'
                       MOVE SPACES TO WS-ANSWER-STORIES
                   WHEN OTHER
                       MOVE FUNCTION TRIM(WS-ANSWER-STORIES)
                           TO WS-ANSWER-STORIES
               END-EVALUATE
               PERFORM PUBLISH-ANSWER
               MOVE 'answer' TO WS-AUDIT-VERDICT
               PERFORM WRITE-AUDIT-ROW
               ADD 1 TO WS-ANSWERED-COUNT
               DISPLAY 'askdesk: published as '
                   FUNCTION TRIM(ANS-ID)
               IF QST-EMAIL NOT = SPACES
                   MOVE 'A' TO WS-SUPP-VERDICT
                   CALL 'SUPPCHK' USING QST-EMAIL WS-SUPP-VERDICT
                       ON EXCEPTION
                           MOVE 'A' TO WS-SUPP-VERDICT
                   END-CALL
                   IF WS-SUPP-VERDICT NOT = 'S'
                       PERFORM QUEUE-ANSWER-NOTICE
                   END-IF
               END-IF
           END-IF.

       PUBLISH-ANSWER.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ADD 1 TO WS-ANSWER-ROWS.
           MOVE WS-ANSWER-ROWS TO WS-NEXT-NUMBER.
           INSPECT WS-ANSWER-TEXT REPLACING ALL '|' BY ' '.
           INSPECT WS-ANSWER-STORIES REPLACING ALL '|' BY ' '.
           MOVE SPACES TO ANSWER-RECORD.
           STRING 'ASK' DELIMITED BY SIZE
                  WS-NEXT-NUMBER DELIMITED BY SIZE
               INTO ANS-ID
           END-STRING.
           MOVE WS-TODAY-STAMP(1:8) TO ANS-DATE.
           MOVE QST-FILED(1:8) TO ANS-ASKED.
           MOVE WS-ANSWER-STORIES TO ANS-STORIES.
           MOVE QST-QUESTION TO ANS-QUESTION.
           MOVE WS-ANSWER-TEXT TO ANS-ANSWER.
           MOVE SPACES TO ANSWER-FILE-LINE.
           STRING FUNCTION TRIM(ANS-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ANS-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ANS-ASKED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANS-STORIES) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANS-QUESTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANS-ANSWER) DELIMITED BY SIZE
               INTO ANSWER-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND ANSWER-FILE.
           IF WS-ANSWER-STATUS NOT = '00'
               OPEN OUTPUT ANSWER-FILE
           END-IF.
           WRITE ANSWER-FILE-LINE.
           CLOSE ANSWER-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE LINK GOES STRAIGHT TO THE ANSWER'S ANCHOR ON THE
      *    QUESTIONS PAGE.
       QUEUE-ANSWER-NOTICE.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE QST-EMAIL TO MAILQ-EMAIL.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'your question is answered: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'ANSWERS.COB#' DELIMITED BY SIZE
                  FUNCTION TRIM(ANS-ID) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
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
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.
           ADD 1 TO WS-NOTIFIED-COUNT.

      *    EVERY DECISION LEAVES A ROW IN data/MODLOG.DAT, THE SAME
      *    AS THE OTHER MODERATION DESKS.
       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE QUESTION-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
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

      *    QUESTIONS ASKED WHILE THE DESK WAS OPEN ARE PICKED UP AND
      *    KEPT BEHIND THE HELD ONES, NOT LOST IN THE REWRITE.
       CARRY-HELD-QUESTIONS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-QUESTION-EOF.
           OPEN INPUT QUESTION-FILE.
           IF WS-QUESTION-STATUS = '00'
               PERFORM SKIP-SEEN-QUESTIONS
           END-IF.
           OPEN OUTPUT QUESTION-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO QUESTION-FILE-LINE
               WRITE QUESTION-FILE-LINE
           END-PERFORM.
           CLOSE QUESTION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ANY ROWS PAST THE ONES WALKED ABOVE ARE NEW; THEY JOIN THE
      *    HELD TABLE SO THE REWRITE KEEPS THEM.
       SKIP-SEEN-QUESTIONS.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-SEEN-COUNT OR QUESTION-EOF
               READ QUESTION-FILE
                   AT END
                       SET QUESTION-EOF TO TRUE
               END-READ
           END-PERFORM.
           PERFORM UNTIL QUESTION-EOF
               READ QUESTION-FILE
                   AT END
                       SET QUESTION-EOF TO TRUE
                   NOT AT END
                       IF WS-HELD-COUNT < 100
                           ADD 1 TO WS-HELD-COUNT
                           MOVE QUESTION-FILE-LINE
                               TO WS-HELD-LINE(WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUESTION-FILE.
       END PROGRAM ASKDESK.
