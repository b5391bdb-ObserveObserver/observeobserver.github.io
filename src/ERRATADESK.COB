       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRATADESK.
      *    BATCH MODERATION JOB - THE ERRATA DESK. ERRATA.COB QUEUES
      *    READERS' "REPORT AN ERROR" FORMS IN data/ERRATA-REPORTS.DAT
      *    (SEE ERRATREC.CPY). WALKS THE QUEUE ONE REPORT AT A TIME,
      *    SHOWS THE QUOTED TEXT AND THE SUGGESTED FIX, AND TAKES:
      *        F fixed   N not an error   I intentional   H hold
      *    FIXED ASKS WHAT THE TEXT NOW SAYS (BLANK TAKES THE
      *    READER'S SUGGESTION) AND APPENDS A DATED ROW TO
      *    data/CORRECTIONS.DAT, WHICH STORY.CBL LISTS AT THE FOOT OF
      *    THE STORY. THE BODY FILE ITSELF IS EDITED BY HAND AS
      *    ALWAYS. INTENTIONAL ASKS FOR THE WORD (BLANK TAKES THE
      *    QUOTED TEXT WHEN IT IS ONE WORD) AND ADDS IT TO
      *    data/SITE-DICT.DAT SO PROOF.COB STOPS FLAGGING IT. EVERY
      *    DECISION IS AUDITED TO data/MODLOG.DAT UNDER THE ERRATA
      *    QUEUE. HELD REPORTS, AND ANY FILED WHILE THE DESK WAS
      *    OPEN, ARE WRITTEN BACK AS THE QUEUE, AS ABUSEDESK.COB DOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRATA-FILE ASSIGN TO "data/ERRATA-REPORTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRATA-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "data/CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT DICT-FILE ASSIGN TO "data/SITE-DICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICT-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ERRATFD.CPY'.
           COPY 'CORRFD.CPY'.
       FD  DICT-FILE.
       01  DICT-FILE-LINE      PIC X(40).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       WORKING-STORAGE SECTION.
           COPY 'ERRATREC.CPY'.
           COPY 'CORRREC.CPY'.
       01  WS-ERRATA-STATUS    PIC X(2)    VALUE '00'.
       01  WS-ERRATA-EOF       PIC X       VALUE 'N'.
               88  ERRATA-EOF                  VALUE 'Y'.
       01  WS-CORR-STATUS      PIC X(2)    VALUE '00'.
       01  WS-DICT-STATUS      PIC X(2)    VALUE '00'.
       01  WS-DICT-EOF         PIC X       VALUE 'N'.
               88  DICT-EOF                    VALUE 'Y'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-AUDIT-QUEUE      PIC X(12)   VALUE 'ERRATA'.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-EXCERPT    PIC X(80).
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-DECISION         PIC X.
       01  WS-DECIDED          PIC X.
               88  DECISION-TAKEN              VALUE 'Y'.
       01  WS-NOW-READS        PIC X(200).
      *    PROOF.COB HOLDS DICTIONARY WORDS IN TWENTY COLUMNS.
       01  WS-DICT-WORD        PIC X(20).
       01  WS-DICT-ENTRY       PIC X(80).
       01  WS-WORD-SPACES      PIC 9(3).
       01  WS-WORD-KNOWN       PIC X       VALUE 'N'.
               88  WORD-KNOWN                  VALUE 'Y'.
       01  WS-HELD-COUNT       PIC 9(3)    VALUE 0.
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 100 TIMES PIC X(500).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-SEEN-COUNT       PIC 9(4)    VALUE 0.
       01  WS-FIXED-COUNT      PIC 9(4)    VALUE 0.
       01  WS-NOT-ERROR-COUNT  PIC 9(4)    VALUE 0.
       01  WS-INTENDED-COUNT   PIC 9(4)    VALUE 0.
       01  WS-GUARD-ACTION     PIC X.
       PROCEDURE DIVISION.
           OPEN INPUT ERRATA-FILE.
           IF WS-ERRATA-STATUS NOT = '00'
               DISPLAY 'erratadesk: no error reports waiting'
               GOBACK
           END-IF.
           PERFORM UNTIL ERRATA-EOF
               READ ERRATA-FILE
                   AT END
                       SET ERRATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEEN-COUNT
                       PERFORM REVIEW-ONE-REPORT
               END-READ
           END-PERFORM.
           CLOSE ERRATA-FILE.
           PERFORM CARRY-HELD-REPORTS.
           DISPLAY 'erratadesk: ' WS-SEEN-COUNT ' report(s) seen, '
               WS-FIXED-COUNT ' fixed, ' WS-NOT-ERROR-COUNT
               ' not an error, ' WS-INTENDED-COUNT ' intentional, '
               WS-HELD-COUNT ' held'.
       GOBACK.

       REVIEW-ONE-REPORT.
           MOVE SPACES TO ERRATA-RECORD.
           UNSTRING ERRATA-FILE-LINE DELIMITED BY '|'
               INTO ERA-FILED ERA-STORY-ID ERA-QUOTED ERA-FIX
           END-UNSTRING.
           DISPLAY FUNCTION TRIM(ERA-STORY-ID) ', reported '
               ERA-FILED(1:8).
           DISPLAY '  quoted: ' FUNCTION TRIM(ERA-QUOTED).
           IF FUNCTION TRIM(ERA-FIX) NOT = SPACES
               DISPLAY '  suggested: ' FUNCTION TRIM(ERA-FIX)
           ELSE
               DISPLAY '  suggested: (nothing offered)'
           END-IF.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'fixed? (F/N not an error/I intentional/'
                   'H hold) '
               ACCEPT WS-DECISION
               MOVE 'Y' TO WS-DECIDED
               EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN 'F'
                   PERFORM MARK-REPORT-FIXED
               WHEN 'N'
                   MOVE 'noterror' TO WS-AUDIT-VERDICT
                   PERFORM WRITE-AUDIT-ROW
                   ADD 1 TO WS-NOT-ERROR-COUNT
               WHEN 'I'
                   PERFORM MARK-REPORT-INTENDED
               WHEN 'H'
                   IF WS-HELD-COUNT < 100
                       ADD 1 TO WS-HELD-COUNT
                       MOVE ERRATA-FILE-LINE
                           TO WS-HELD-LINE(WS-HELD-COUNT)
                       MOVE 'hold' TO WS-AUDIT-VERDICT
                       PERFORM WRITE-AUDIT-ROW
                   ELSE
                       DISPLAY 'hold list is full - decide this one'
                       MOVE 'N' TO WS-DECIDED
                   END-IF
               WHEN OTHER
                   DISPLAY 'F, N, I or H please'
                   MOVE 'N' TO WS-DECIDED
               END-EVALUATE
           END-PERFORM.

      *    THE CORRECTION IS LOGGED AS THE TEXT NOW READS - USUALLY
      *    THE READER'S SUGGESTION, BUT NOT ALWAYS.
       MARK-REPORT-FIXED.
           MOVE SPACES TO WS-NOW-READS.
           DISPLAY '  now reads (blank = as suggested): '.
           ACCEPT WS-NOW-READS.
           IF FUNCTION TRIM(WS-NOW-READS) = SPACES
               MOVE ERA-FIX TO WS-NOW-READS
           END-IF.
           INSPECT WS-NOW-READS REPLACING ALL '|' BY ' '.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE SPACES TO CORRECTION-RECORD.
           MOVE ERA-STORY-ID TO COR-STORY-ID.
           MOVE WS-TODAY-STAMP(1:8) TO COR-DATE.
           MOVE ERA-QUOTED TO COR-QUOTED.
           MOVE WS-NOW-READS TO COR-FIX.
           MOVE SPACES TO CORRECTION-FILE-LINE.
           STRING FUNCTION TRIM(COR-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  COR-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(COR-QUOTED) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(COR-FIX) DELIMITED BY SIZE
               INTO CORRECTION-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND CORRECTION-FILE.
           IF WS-CORR-STATUS NOT = '00'
               OPEN OUTPUT CORRECTION-FILE
           END-IF.
           WRITE CORRECTION-FILE-LINE.
           CLOSE CORRECTION-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'fixed' TO WS-AUDIT-VERDICT.
           PERFORM WRITE-AUDIT-ROW.
           ADD 1 TO WS-FIXED-COUNT.
           DISPLAY 'erratadesk: listed under '
               FUNCTION TRIM(ERA-STORY-ID) '''s corrections'.

      *    ONLY A SINGLE WORD CAN GO IN THE DICTIONARY - A QUOTED
      *    PHRASE HAS TO BE NARROWED DOWN TO THE WORD PROOF.COB
      *    OBJECTED TO.
       MARK-REPORT-INTENDED.
           MOVE SPACES TO WS-DICT-ENTRY.
           DISPLAY '  word to accept (blank = quoted text): '.
           ACCEPT WS-DICT-ENTRY.
           IF FUNCTION TRIM(WS-DICT-ENTRY) = SPACES
               MOVE ERA-QUOTED TO WS-DICT-ENTRY
           END-IF.
           MOVE FUNCTION TRIM(WS-DICT-ENTRY) TO WS-DICT-ENTRY.
           MOVE 0 TO WS-WORD-SPACES.
           INSPECT FUNCTION TRIM(WS-DICT-ENTRY)
               TALLYING WS-WORD-SPACES FOR ALL ' '.
           IF WS-WORD-SPACES > 0 OR WS-DICT-ENTRY(21:) NOT = SPACES
               DISPLAY 'one word of up to 20 letters please'
               MOVE 'N' TO WS-DECIDED
           ELSE
               MOVE FUNCTION LOWER-CASE(WS-DICT-ENTRY(1:20))
                   TO WS-DICT-WORD
               PERFORM ADD-DICTIONARY-WORD
               MOVE 'intended' TO WS-AUDIT-VERDICT
               PERFORM WRITE-AUDIT-ROW
               ADD 1 TO WS-INTENDED-COUNT
           END-IF.

      *    A WORD ALREADY IN THE DICTIONARY, IN ANY CASE, IS NOT
      *    ADDED A SECOND TIME.
       ADD-DICTIONARY-WORD.
           MOVE 'N' TO WS-WORD-KNOWN.
           MOVE 'N' TO WS-DICT-EOF.
           OPEN INPUT DICT-FILE.
           IF WS-DICT-STATUS = '00'
               PERFORM UNTIL DICT-EOF OR WORD-KNOWN
                   READ DICT-FILE
                       AT END
                           SET DICT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(DICT-FILE-LINE)) =
                              FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-DICT-WORD))
                               SET WORD-KNOWN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.
           IF WORD-KNOWN
               DISPLAY 'erratadesk: ' FUNCTION TRIM(WS-DICT-WORD)
                   ' is already in data/SITE-DICT.DAT'
           ELSE
               MOVE WS-DICT-WORD TO DICT-FILE-LINE
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN EXTEND DICT-FILE
               IF WS-DICT-STATUS NOT = '00'
                   OPEN OUTPUT DICT-FILE
               END-IF
               WRITE DICT-FILE-LINE
               CLOSE DICT-FILE
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               DISPLAY 'erratadesk: ' FUNCTION TRIM(WS-DICT-WORD)
                   ' added to data/SITE-DICT.DAT'
           END-IF.

      *    EVERY DECISION LEAVES A ROW IN data/MODLOG.DAT, THE SAME
      *    AS THE OTHER MODERATION DESKS.
       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE ERRATA-FILE-LINE(1:80) TO WS-AUDIT-EXCERPT.
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

      *    REPORTS FILED WHILE THE DESK WAS OPEN ARE PICKED UP AND
      *    KEPT BEHIND THE HELD ONES, NOT LOST IN THE REWRITE.
       CARRY-HELD-REPORTS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-ERRATA-EOF.
           OPEN INPUT ERRATA-FILE.
           IF WS-ERRATA-STATUS = '00'
               PERFORM SKIP-SEEN-REPORTS
           END-IF.
           OPEN OUTPUT ERRATA-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO ERRATA-FILE-LINE
               WRITE ERRATA-FILE-LINE
           END-PERFORM.
           CLOSE ERRATA-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ANY ROWS PAST THE ONES WALKED ABOVE ARE NEW; THEY JOIN THE
      *    HELD TABLE SO THE REWRITE KEEPS THEM.
       SKIP-SEEN-REPORTS.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-SEEN-COUNT OR ERRATA-EOF
               READ ERRATA-FILE
                   AT END
                       SET ERRATA-EOF TO TRUE
               END-READ
           END-PERFORM.
           PERFORM UNTIL ERRATA-EOF
               READ ERRATA-FILE
                   AT END
                       SET ERRATA-EOF TO TRUE
                   NOT AT END
                       IF WS-HELD-COUNT < 100
                           ADD 1 TO WS-HELD-COUNT
                           MOVE ERRATA-FILE-LINE
                               TO WS-HELD-LINE(WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ERRATA-FILE.
       END PROGRAM ERRATADESK.
