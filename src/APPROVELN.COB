       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVELN.
      *    BATCH MODERATION JOB - WALKS data/LOAN-PENDING.DAT ONE
      *    BORROW REQUEST AT A TIME, PROMPTS Y/N/H ON THE CONSOLE, AND
      *    MOVES ACCEPTED REQUESTS INTO THE LOAN BOOK, data/LOANS.DAT,
      *    AS 'approved' - FROM THEN ON THE BOARD SHOWS AS PROMISED
      *    AND TAKES NO TRADE OFFERS OR OTHER REQUESTS. LOANDESK.COB
      *    TAKES IT FROM THERE. REJECTED REQUESTS ARE DROPPED; HELD
      *    (H) REQUESTS ARE CARRIED OVER TO THE NEXT RUN. EVERY
      *    DECISION IS RECORDED IN data/MODLOG.DAT. A SECOND REQUEST
      *    FOR A BOARD ALREADY OUT, PROMISED, OR APPROVED EARLIER IN
      *    THIS SAME RUN IS FLAGGED BEFORE THE PROMPT AND CANNOT BE
      *    ACCEPTED - HOLD IT UNTIL THE BOARD IS BACK. SAME SHAPE AS
      *    APPROVETR.COB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "data/LOAN-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPROVED-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LOANFD.CPY' REPLACING LOAN-FILE BY PENDING-FILE
               LOAN-FILE-LINE BY PENDING-FILE-LINE.
           COPY 'LOANFD.CPY' REPLACING LOAN-FILE BY APPROVED-FILE
               LOAN-FILE-LINE BY APPROVED-FILE-LINE.
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'LOANREC.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  PENDING-EOF                 VALUE 'Y'.
       01  WS-DECISION         PIC X.
       01  WS-DECIDED          PIC X.
               88  DECISION-TAKEN              VALUE 'Y'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-APPROVED-STATUS  PIC X(2)    VALUE '00'.
       01  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 200 TIMES PIC X(400).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUDIT-QUEUE      PIC X(12)   VALUE 'LOAN'.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-EXCERPT    PIC X(80).
       01  WS-PENDING-COUNT    PIC 9(4)    VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(4)    VALUE 0.
      *    BOARDS ALREADY SPOKEN FOR - BY THE LOAN BOOK (LOANCHK.CBL)
      *    OR BY AN APPROVAL EARLIER IN THIS RUN.
       01  WS-LOAN-VERDICT     PIC X       VALUE 'F'.
       01  WS-LOAN-DUE         PIC X(8)    VALUE SPACES.
       01  WS-BOARD-TAKEN      PIC X       VALUE 'N'.
               88  BOARD-TAKEN                 VALUE 'Y'.
       01  WS-RUN-COUNT        PIC 9(3)    VALUE 0.
       01  WS-RUN-LOANS.
               05  WS-RUN-KB-ID    OCCURS 200 TIMES PIC X(8).
       01  WS-RUN-IDX          PIC 9(3).
       PROCEDURE DIVISION.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               OPEN EXTEND APPROVED-FILE
               IF WS-APPROVED-STATUS NOT = '00'
                   OPEN OUTPUT APPROVED-FILE
               END-IF
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM REVIEW-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE APPROVED-FILE
               PERFORM CARRY-HELD-ENTRIES
           END-IF.
           DISPLAY
               'reviewed ' WS-PENDING-COUNT ' pending borrow '
               'request(s), ' WS-APPROVED-COUNT ' accepted, '
               WS-HELD-COUNT ' held for next run'.
       GOBACK.

       REVIEW-ONE-REQUEST.
           MOVE SPACES TO LOAN-RECORD.
           UNSTRING PENDING-FILE-LINE DELIMITED BY '|'
               INTO LN-KB-ID LN-NAME LN-CONTACT LN-REQUESTED LN-NOTE
           END-UNSTRING.
           DISPLAY 'board ' FUNCTION TRIM(LN-KB-ID)
               ' - ' FUNCTION TRIM(LN-NAME)
               ' (contact: ' FUNCTION TRIM(LN-CONTACT) ')'.
           DISPLAY '  ' FUNCTION TRIM(LN-NOTE).
           PERFORM CHECK-BOARD-TAKEN.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'lend it? (Y/N/H to hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'Y'
                   IF BOARD-TAKEN
                       DISPLAY 'that board is spoken for - hold or'
                           ' reject this one'
                       MOVE 'N' TO WS-DECIDED
                   ELSE
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM WRITE-APPROVED-LOAN
                       MOVE 'approve' TO WS-AUDIT-VERDICT
                   END-IF
               WHEN 'H'
      *    THE HELD TABLE IS WHAT CARRY-HELD-ENTRIES REWRITES THE
      *    QUEUE FROM - ONE ENTRY PAST ITS BOUND WOULD CORRUPT
      *    WORKING-STORAGE AND THEN VANISH FROM THE QUEUE, SO A
      *    FULL TABLE SENDS THE QUESTION BACK TO THE OPERATOR.
                   IF WS-HELD-COUNT < 200
                       ADD 1 TO WS-HELD-COUNT
                       MOVE PENDING-FILE-LINE
                           TO WS-HELD-LINE(WS-HELD-COUNT)
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
           PERFORM WRITE-AUDIT-ROW.

       CHECK-BOARD-TAKEN.
           MOVE 'N' TO WS-BOARD-TAKEN.
           MOVE 'F' TO WS-LOAN-VERDICT.
           CALL 'LOANCHK' USING LN-KB-ID WS-LOAN-VERDICT WS-LOAN-DUE
               ON EXCEPTION
                   MOVE 'F' TO WS-LOAN-VERDICT
           END-CALL.
           IF WS-LOAN-VERDICT NOT = 'F'
               SET BOARD-TAKEN TO TRUE
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-KB-ID(WS-RUN-IDX) = LN-KB-ID
                   SET BOARD-TAKEN TO TRUE
               END-IF
           END-PERFORM.
           IF BOARD-TAKEN
               DISPLAY '  >> ALREADY ON LOAN OR PROMISED'
           END-IF.

       WRITE-APPROVED-LOAN.
           MOVE SPACES TO APPROVED-FILE-LINE.
           STRING FUNCTION TRIM(PENDING-FILE-LINE) DELIMITED BY SIZE
                  '|approved' DELIMITED BY SIZE
               INTO APPROVED-FILE-LINE
           END-STRING.
           WRITE APPROVED-FILE-LINE.
           IF WS-RUN-COUNT < 200
               ADD 1 TO WS-RUN-COUNT
               MOVE LN-KB-ID TO WS-RUN-KB-ID(WS-RUN-COUNT)
           END-IF.

      *    EVERY DECISION LEAVES A ROW IN data/MODLOG.DAT - THE
      *    ANSWER TO "DID I ALREADY TURN DOWN THIS PERSON'S REQUEST"
      *    MONTHS LATER, WHICH USED TO BE UNANSWERABLE.
       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE PENDING-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
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

       CARRY-HELD-ENTRIES.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO PENDING-FILE-LINE
               WRITE PENDING-FILE-LINE
           END-PERFORM.
           CLOSE PENDING-FILE.
       END PROGRAM APPROVELN.
