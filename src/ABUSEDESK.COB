       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABUSEDESK.
      *    BATCH MODERATION JOB - THE ABUSE REPORT DESK. ABUSE.COB
      *    QUEUES "REPORT THIS" CLICKS AGAINST PUBLISHED COMMENTS AND
      *    GUESTBOOK ENTRIES IN data/ABUSE-REPORTS.DAT (SEE
      *    ABUSEREC.CPY). WALKS THE QUEUE ONE REPORT AT A TIME, SHOWS
      *    THE REASON BESIDE THE ROW AS IT STANDS NOW, AND TAKES:
      *        U uphold   D dismiss   H hold for next time
      *    UPHOLD PULLS THE ROW FROM THE LIVE FILE AND RECORDS A
      *    REJECTION AGAINST WHOEVER SUBMITTED IT IN REPUTE.CBL;
      *    DISMISS LEAVES IT UP. BOTH ARE AUDITED TO data/MODLOG.DAT -
      *    THE WORK IS DONE BY ABUSEACT.CBL, WHICH THE ABUSE SCREEN IN
      *    ADMIN.COB SHARES. HELD REPORTS ARE WRITTEN BACK AS THE
      *    QUEUE, AS POSTHOC.COB DOES WITH ITS REVIEW LIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABUSE-FILE ASSIGN TO "data/ABUSE-REPORTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ABUSEFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'ABUSEREC.CPY'.
       01  WS-ABUSE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ABUSE-EOF        PIC X       VALUE 'N'.
               88  ABUSE-EOF                   VALUE 'Y'.
       01  WS-REPORT-LINE      PIC X(400).
       01  WS-ACT-ACTION       PIC X.
       01  WS-ACT-QUEUE        PIC X(12)   VALUE 'ABUSE'.
       01  WS-ACT-ROW          PIC X(400).
       01  WS-ACT-RESULT       PIC X.
       01  WS-DECISION         PIC X.
       01  WS-DECIDED          PIC X.
               88  DECISION-TAKEN              VALUE 'Y'.
       01  WS-HELD-COUNT       PIC 9(3)    VALUE 0.
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 100 TIMES PIC X(400).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-SEEN-COUNT       PIC 9(4)    VALUE 0.
       01  WS-UPHELD-COUNT     PIC 9(4)    VALUE 0.
       01  WS-DISMISSED-COUNT  PIC 9(4)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
       PROCEDURE DIVISION.
           OPEN INPUT ABUSE-FILE.
           IF WS-ABUSE-STATUS NOT = '00'
               DISPLAY 'abusedesk: no reports waiting'
               GOBACK
           END-IF.
           PERFORM UNTIL ABUSE-EOF
               READ ABUSE-FILE
                   AT END
                       SET ABUSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEEN-COUNT
                       PERFORM REVIEW-ONE-REPORT
               END-READ
           END-PERFORM.
           CLOSE ABUSE-FILE.
           PERFORM CARRY-HELD-REPORTS.
           DISPLAY 'abusedesk: ' WS-SEEN-COUNT ' report(s) seen, '
               WS-UPHELD-COUNT ' upheld, ' WS-DISMISSED-COUNT
               ' dismissed, ' WS-HELD-COUNT ' held'.
       GOBACK.

       REVIEW-ONE-REPORT.
           MOVE SPACES TO ABUSE-RECORD.
           UNSTRING ABUSE-FILE-LINE DELIMITED BY '|'
               INTO ABR-FILED ABR-KIND ABR-REF ABR-KEY ABR-REPORTER
                    ABR-REASON
           END-UNSTRING.
           MOVE ABUSE-FILE-LINE TO WS-REPORT-LINE.
           DISPLAY FUNCTION TRIM(ABR-KIND) ' ' FUNCTION TRIM(ABR-REF)
               ' ' FUNCTION TRIM(ABR-KEY) ', reported '
               ABR-FILED(1:8).
           DISPLAY '  reason: ' FUNCTION TRIM(ABR-REASON).
           IF FUNCTION TRIM(ABR-REPORTER) NOT = SPACES
               DISPLAY '  from: ' FUNCTION TRIM(ABR-REPORTER)
           END-IF.
           MOVE 'F' TO WS-ACT-ACTION.
           PERFORM CALL-ABUSE-ACTION.
           IF WS-ACT-RESULT = 'P'
               DISPLAY '  row: ' FUNCTION TRIM(WS-ACT-ROW(1:200))
           ELSE
               DISPLAY '  row: (no longer live)'
           END-IF.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'uphold? (U/D to dismiss/H to hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'U'
                   PERFORM UPHOLD-THE-REPORT
               WHEN 'D'
                   MOVE 'D' TO WS-ACT-ACTION
                   PERFORM CALL-ABUSE-ACTION
                   ADD 1 TO WS-DISMISSED-COUNT
               WHEN 'H'
                   IF WS-HELD-COUNT < 100
                       ADD 1 TO WS-HELD-COUNT
                       MOVE ABUSE-FILE-LINE
                           TO WS-HELD-LINE(WS-HELD-COUNT)
                   ELSE
                       DISPLAY 'hold list is full - uphold or'
                           ' dismiss this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN OTHER
                   DISPLAY 'U, D or H please'
                   MOVE 'N' TO WS-DECIDED
               END-EVALUATE
           END-PERFORM.

      *    THE LIVE FILE IS REWRITTEN UNDER THE SAME LOCK THE PUBLIC
      *    FORMS TAKE TO APPEND TO IT.
       UPHOLD-THE-REPORT.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'U' TO WS-ACT-ACTION.
           PERFORM CALL-ABUSE-ACTION.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ADD 1 TO WS-UPHELD-COUNT.
           IF WS-ACT-RESULT = 'P'
               DISPLAY 'abusedesk: pulled from the live file'
           ELSE
               DISPLAY 'abusedesk: row already gone - upheld for'
                   ' the record only'
           END-IF.

       CALL-ABUSE-ACTION.
           MOVE 'G' TO WS-ACT-RESULT.
           MOVE SPACES TO WS-ACT-ROW.
           CALL 'ABUSEACT' USING WS-REPORT-LINE WS-ACT-ACTION
               WS-ACT-QUEUE WS-ACT-ROW WS-ACT-RESULT
               ON EXCEPTION
                   DISPLAY 'abusedesk: ABUSEACT unavailable'
           END-CALL.

      *    REPORTS FILED WHILE THE DESK WAS OPEN ARE PICKED UP AND
      *    KEPT BEHIND THE HELD ONES, NOT LOST IN THE REWRITE.
       CARRY-HELD-REPORTS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-ABUSE-EOF.
           OPEN INPUT ABUSE-FILE.
           IF WS-ABUSE-STATUS = '00'
               PERFORM SKIP-SEEN-REPORTS
           END-IF.
           OPEN OUTPUT ABUSE-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO ABUSE-FILE-LINE
               WRITE ABUSE-FILE-LINE
           END-PERFORM.
           CLOSE ABUSE-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ANY ROWS PAST THE ONES WALKED ABOVE ARE NEW; THEY JOIN THE
      *    HELD TABLE SO THE REWRITE KEEPS THEM.
       SKIP-SEEN-REPORTS.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-SEEN-COUNT OR ABUSE-EOF
               READ ABUSE-FILE
                   AT END
                       SET ABUSE-EOF TO TRUE
               END-READ
           END-PERFORM.
           PERFORM UNTIL ABUSE-EOF
               READ ABUSE-FILE
                   AT END
                       SET ABUSE-EOF TO TRUE
                   NOT AT END
                       IF WS-HELD-COUNT < 100
                           ADD 1 TO WS-HELD-COUNT
                           MOVE ABUSE-FILE-LINE
                               TO WS-HELD-LINE(WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABUSE-FILE.
       END PROGRAM ABUSEDESK.
