      *    SUPPCHK.CBL ANSWERS LOOKUPS FROM), EMPTIES THE INBOX FILE,
      *    AND PRINTS THE SUPPRESSED ADDRESSES SO data/SUBSCRIBERS.DAT
      *    CAN BE PRUNED BY HAND. RUN IT FROM CRON AFTER MAILSEND.COB.
      *    A NEWLY SUPPRESSED ADDRESS THAT IS ON THE LIST IS POSTED TO
      *    THE SUBSCRIBER EVENT LOG THROUGH SUBLOG.CBL, UNDER ITS
      *    TOKEN, WITH THE LAST BOUNCE REASON - IT GETS NO MORE MAIL,
      *    SO AS FAR AS THE LIST'S SIZE GOES IT HAS LEFT. EVERY
      *    BOUNCE FOLDED IN IS ALSO APPENDED TO data/BOUNCES-FOLDED.DAT
      *    (email|date|reason) BEFORE THE INBOX IS EMPTIED, SO
      *    RECONCILE.COB CAN RECOUNT THE TALLY FROM ITS SOURCE. THE
      *    FIRST RUN TO FIND NO SUCH HISTORY OPENS IT WITH ONE
      *    'opening balance' ROW PER TALLIED ADDRESS, CARRYING THE
      *    COUNT IT HAD REACHED AS A FOURTH FIELD.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE BOUNCES FOLDED IN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT FOLDED-FILE ASSIGN TO "data/BOUNCES-FOLDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-FILE.
       01  BOUNCE-FILE-LINE    PIC X(120).
       FD  COUNT-FILE.
       01  COUNT-FILE-LINE     PIC X(80).
       FD  FOLDED-FILE.
       01  FOLDED-FILE-LINE    PIC X(120).
           COPY 'SUPPFD.CPY'.
           COPY 'SUBFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'SUPPREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'SUBEVREC.CPY'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-BOUNCE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-COUNT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SUPP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-FOLDED-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BOUNCE-EOF       PIC X       VALUE 'N'.
               88  BOUNCE-EOF                  VALUE 'Y'.
       01  WS-COUNT-EOF        PIC X       VALUE 'N'.
               88  ALREADY-LISTED              VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
      *    EVERY ADDRESS ON THE LIST WITH ITS TOKEN AND STATE, FOR
      *    THE EVENT POSTED WHEN ONE OF THEM IS SUPPRESSED.
       01  WS-LIST-COUNT       PIC 9(4)    VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY       OCCURS 500 TIMES.
               10  WS-LIST-EMAIL   PIC X(60).
               10  WS-LIST-TOKEN   PIC X(16).
               10  WS-LIST-STATE   PIC X.
       01  WS-LIST-IDX         PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'BOUNCE' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-TALLY.
           PERFORM LOAD-SUPPRESSIONS.
           PERFORM LOAD-SUBSCRIBER-LIST.
           PERFORM WORK-BOUNCE-INBOX.
           IF WS-NEW-BOUNCES = 0
               DISPLAY 'bounce: nothing new in data/BOUNCES.DAT'
                   'in, ' WS-NEW-SUPP ' address(es) newly suppressed'
           END-IF.
           PERFORM REPORT-SUPPRESSED.
           MOVE WS-NEW-BOUNCES TO JOB-ROWS.
           IF WS-NEW-BOUNCES = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       LOAD-TALLY.
               CLOSE SUPPRESS-FILE
           END-IF.

       LOAD-SUBSCRIBER-LIST.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF OR WS-LIST-COUNT >= 500
                   READ SUBSCRIBER-FILE
                       AT END
                           SET SUB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SUBSCRIBER-EMAIL
                               SUBSCRIBER-DATE SUBSCRIBER-FREQ
                               SUBSCRIBER-STATE SUBSCRIBER-TOKEN
                           UNSTRING SUBSCRIBER-FILE-LINE
                               DELIMITED BY '|'
                               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
                                    SUBSCRIBER-FREQ SUBSCRIBER-STATE
                                    SUBSCRIBER-TOKEN
                           END-UNSTRING
                           ADD 1 TO WS-LIST-COUNT
                           MOVE SUBSCRIBER-EMAIL TO
                               WS-LIST-EMAIL(WS-LIST-COUNT)
                           MOVE SUBSCRIBER-TOKEN TO
                               WS-LIST-TOKEN(WS-LIST-COUNT)
                           MOVE SUBSCRIBER-STATE TO
                               WS-LIST-STATE(WS-LIST-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       WORK-BOUNCE-INBOX.
           OPEN INPUT BOUNCE-FILE.
           IF WS-BOUNCE-STATUS = '00'
               PERFORM OPEN-FOLDED-HISTORY
               PERFORM UNTIL BOUNCE-EOF
                   READ BOUNCE-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE BOUNCE-FILE
               CLOSE FOLDED-FILE
           END-IF.

      *    A TALLY OLDER THAN ITS HISTORY IS CARRIED IN AS ONE
      *    OPENING-BALANCE ROW PER ADDRESS.
       OPEN-FOLDED-HISTORY.
           OPEN EXTEND FOLDED-FILE.
           IF WS-FOLDED-STATUS NOT = '00'
               OPEN OUTPUT FOLDED-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TALLY-COUNT
                   MOVE SPACES TO FOLDED-FILE-LINE
                   STRING FUNCTION TRIM(WS-TALLY-EMAIL(WS-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-TALLY-DATE(WS-IDX) DELIMITED BY SIZE
                          '|opening balance|' DELIMITED BY SIZE
                          WS-TALLY-HITS(WS-IDX) DELIMITED BY SIZE
                       INTO FOLDED-FILE-LINE
                   END-STRING
                   WRITE FOLDED-FILE-LINE
               END-PERFORM
           END-IF.

       FOLD-ONE-BOUNCE.
               CONTINUE
           ELSE
               ADD 1 TO WS-NEW-BOUNCES
               MOVE SPACES TO FOLDED-FILE-LINE
               STRING FUNCTION TRIM(WS-BNC-EMAIL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-BNC-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BNC-REASON) DELIMITED BY SIZE
                   INTO FOLDED-FILE-LINE
               END-STRING
               WRITE FOLDED-FILE-LINE
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TALLY-COUNT
           END-IF.
           WRITE SUPPRESS-FILE-LINE.
           CLOSE SUPPRESS-FILE.
           PERFORM LOG-SUPPRESSION-EVENT.

       LOG-SUPPRESSION-EVENT.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               IF FUNCTION TRIM(WS-LIST-EMAIL(WS-LIST-IDX))
                       = FUNCTION TRIM(WS-TALLY-EMAIL(WS-IDX))
                   MOVE SPACES TO SUBSCRIBER-EVENT
                   MOVE WS-TODAY-DATE TO SEV-DATE
                   MOVE 'suppressed' TO SEV-EVENT
                   MOVE WS-LIST-TOKEN(WS-LIST-IDX) TO SEV-TOKEN
                   MOVE WS-LIST-STATE(WS-LIST-IDX) TO SEV-STATE
                   MOVE WS-TALLY-REASON(WS-IDX) TO SEV-DETAIL
                   CALL 'SUBLOG' USING SUBSCRIBER-EVENT
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE WS-LIST-COUNT TO WS-LIST-IDX
               END-IF
           END-PERFORM.

       REWRITE-TALLY.
           OPEN OUTPUT COUNT-FILE.
           ELSE
               DISPLAY '  (none)'
           END-IF.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM BOUNCE.
