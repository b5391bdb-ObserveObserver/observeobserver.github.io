       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBGROW.
      *    BATCH JOB FOR CRON - THE MONTHLY MAILING LIST GROWTH AND
      *    CHURN REPORT. data/SUBSCRIBERS.DAT ONLY SHOWS THE LIST AS
      *    IT STANDS; THE HISTORY IS IN data/SUBEVENTS.DAT, WHERE
      *    SUBLOG.CBL POSTS EVERY SIGNUP, CONFIRMATION, SWITCH TO THE
      *    WEEKLY DIGEST, UNSUBSCRIBE, SWEEP, SUPPRESSION AND FORGET-ME
      *    SCRUB (SEE SUBEVREC.CPY). FOR ONE CALENDAR MONTH THIS
      *    PRINTS EACH OF THOSE COUNTS, THE CONFIRMATION RATE (HOW MANY
      *    OF THAT MONTH'S SIGNUPS HAVE CONFIRMED BY NOW) AND THE
      *    MAILINGS THE MONTH'S UNSUBSCRIBES CAME FROM - THE STORY
      *    ANNOUNCEMENT OR DIGEST EACH LEAVER CLICKED THROUGH FROM -
      *    THEN THE LIST'S SIZE AT THE END OF EVERY MONTH THE LOG
      *    COVERS. THE SIZE IS WORKED BACKWARD FROM TODAY'S LIST:
      *    ACTIVE AND GRANDFATHERED ROWS NOT ON data/SUPPRESS.DAT,
      *    LESS EACH MONTH'S CONFIRMATIONS, PLUS EACH MONTH'S ACTIVE
      *    READERS LOST. A SIGNUP THAT NEVER CONFIRMED WAS NEVER ON
      *    THE LIST, SO SWEEPING IT COSTS NOTHING.
      *        SUBGROW.COB             LAST MONTH
      *        SUBGROW.COB 202609      THAT MONTH
      *    EACH RUN STARTS AND ENDS IN THE RUN LEDGER THROUGH
      *    JOBLOG.CBL, COUNTING THE READERS ON THE LIST TODAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-EVENT-FILE ASSIGN TO "data/SUBEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SUBEVFD.CPY'.
           COPY 'SUBFD.CPY'.
           COPY 'SUPPFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'SUBEVREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'SUPPREC.CPY'.
       01  WS-EVENT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-SUPP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EVENT-EOF        PIC X       VALUE 'N'.
               88  EVENT-EOF                   VALUE 'Y'.
       01  WS-SUB-EOF          PIC X       VALUE 'N'.
               88  SUB-EOF                     VALUE 'Y'.
       01  WS-SUPP-EOF         PIC X       VALUE 'N'.
               88  SUPP-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-RPT-MONTH        PIC X(6)    VALUE SPACES.
       01  WS-RPT-YM.
               05  WS-RPT-YEAR     PIC 9(4).
               05  WS-RPT-MON      PIC 9(2).
      *    THE SUPPRESSED ADDRESSES - STILL ON THE LIST FILE UNTIL
      *    PRUNED BY HAND, BUT MAILED NOTHING.
       01  WS-SUPP-TABLE.
               05  WS-SUPP-EMAIL   OCCURS 500 TIMES PIC X(60).
       01  WS-SUPP-COUNT       PIC 9(4)    VALUE 0.
       01  WS-SUPP-IDX         PIC 9(4).
       01  WS-IS-SUPPRESSED    PIC X       VALUE 'N'.
               88  IS-SUPPRESSED               VALUE 'Y'.
       01  WS-LIST-NOW         PIC S9(6)   VALUE 0.
       01  WS-PENDING-NOW      PIC 9(6)    VALUE 0.
      *    ONE ENTRY PER MONTH THE LOG COVERS, IN THE ORDER THE LOG
      *    (ALWAYS APPENDED TO) FIRST MENTIONS THEM.
       01  WS-MONTH-TABLE.
               05  WS-MO-ENTRY     OCCURS 240 TIMES.
                   10  WS-MO-MONTH     PIC X(6).
                   10  WS-MO-SIGNUP    PIC 9(5).
                   10  WS-MO-WEEKLY-SU PIC 9(5).
                   10  WS-MO-CONFIRM   PIC 9(5).
                   10  WS-MO-SWITCH    PIC 9(5).
                   10  WS-MO-UNSUB     PIC 9(5).
                   10  WS-MO-SWEPT     PIC 9(5).
                   10  WS-MO-SUPPR     PIC 9(5).
                   10  WS-MO-FORGOT    PIC 9(5).
                   10  WS-MO-LOST      PIC 9(5).
                   10  WS-MO-SIZE      PIC S9(6).
       01  WS-MO-COUNT         PIC 9(4)    VALUE 0.
       01  WS-MO-IDX           PIC 9(4).
       01  WS-MO-FOUND         PIC 9(4)    VALUE 0.
       01  WS-RPT-IDX          PIC 9(4)    VALUE 0.
      *    THE TOKENS THAT EVER CONFIRMED, AND THE REPORT MONTH'S
      *    SIGNUP TOKENS, FOR THE CONFIRMATION RATE.
       01  WS-CONF-TABLE.
               05  WS-CONF-TOKEN   OCCURS 2000 TIMES PIC X(16).
       01  WS-CONF-COUNT       PIC 9(4)    VALUE 0.
       01  WS-CONF-IDX         PIC 9(4).
       01  WS-NEW-TABLE.
               05  WS-NEW-TOKEN    OCCURS 500 TIMES PIC X(16).
       01  WS-NEW-COUNT        PIC 9(4)    VALUE 0.
       01  WS-NEW-IDX          PIC 9(4).
       01  WS-NEW-CONFIRMED    PIC 9(4)    VALUE 0.
       01  WS-RATE             PIC 9(3)    VALUE 0.
      *    THE REPORT MONTH'S UNSUBSCRIBES BY THE MAILING THEY CAME
      *    FROM.
       01  WS-MAIL-TABLE.
               05  WS-MAIL-ENTRY   OCCURS 100 TIMES.
                   10  WS-MAIL-STEM    PIC X(40).
                   10  WS-MAIL-COUNT   PIC 9(5).
       01  WS-MAIL-TOTAL       PIC 9(4)    VALUE 0.
       01  WS-MAIL-IDX         PIC 9(4).
       01  WS-MAIL-FOUND       PIC 9(4)    VALUE 0.
       01  WS-MAIL-LABEL       PIC X(50).
       01  WS-NET              PIC S9(6)   VALUE 0.
       01  WS-COUNT-ED         PIC Z(4)9.
       01  WS-RATE-ED          PIC ZZ9.
       01  WS-NET-ED           PIC -(5)9.
       01  WS-SIZE-ED          PIC -(5)9.
       01  WS-SU-ED            PIC Z(4)9.
       01  WS-CF-ED            PIC Z(4)9.
       01  WS-LOST-ED          PIC Z(4)9.
           COPY 'JOBREC.CPY'.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'SUBGROW' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-REPORT-MONTH.
           IF WS-RPT-MONTH = SPACES
               DISPLAY 'subgrow: give the month as YYYYMM, or '
                   'nothing for last month'
               MOVE 'fail' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           PERFORM LOAD-SUPPRESSIONS.
           PERFORM COUNT-LIST-NOW.
           PERFORM TALLY-EVENTS.
           PERFORM WORK-BACK-SIZES.
           PERFORM COUNT-NEW-CONFIRMED.
           DISPLAY 'mailing list for ' WS-RPT-MONTH(1:4) '-'
               WS-RPT-MONTH(5:2).
           DISPLAY '-----------------------'.
           IF WS-RPT-IDX = 0
               DISPLAY 'no list changes logged that month.'
           ELSE
               PERFORM EMIT-MONTH-FIGURES
               PERFORM EMIT-UNSUB-MAILINGS
           END-IF.
           PERFORM EMIT-SIZE-HISTORY.
           DISPLAY ' '.
           MOVE WS-LIST-NOW TO WS-SIZE-ED.
           MOVE WS-PENDING-NOW TO WS-COUNT-ED.
           DISPLAY 'subgrow: ' WS-RPT-MONTH ' - '
               FUNCTION TRIM(WS-SIZE-ED) ' on the list today, '
               FUNCTION TRIM(WS-COUNT-ED) ' awaiting confirmation'.
           MOVE WS-LIST-NOW TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

      *    NO ARGUMENT MEANS THE MONTH BEFORE THIS ONE.
       CHOOSE-REPORT-MONTH.
           MOVE SPACES TO WS-RPT-MONTH.
           IF WS-COMMAND-ARGS(1:6) IS NUMERIC
                   AND WS-COMMAND-ARGS(7:1) = SPACE
               MOVE WS-COMMAND-ARGS(1:6) TO WS-RPT-YM
               IF WS-RPT-MON >= 1 AND WS-RPT-MON <= 12
                   MOVE WS-COMMAND-ARGS(1:6) TO WS-RPT-MONTH
               END-IF
           ELSE
               IF WS-COMMAND-ARGS = SPACES
                   MOVE WS-TODAY-STAMP(1:6) TO WS-RPT-YM
                   IF WS-RPT-MON = 1
                       MOVE 12 TO WS-RPT-MON
                       SUBTRACT 1 FROM WS-RPT-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-RPT-MON
                   END-IF
                   MOVE WS-RPT-YM TO WS-RPT-MONTH
               END-IF
           END-IF.

       LOAD-SUPPRESSIONS.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPP-STATUS = '00'
               PERFORM UNTIL SUPP-EOF OR WS-SUPP-COUNT >= 500
                   READ SUPPRESS-FILE
                       AT END
                           SET SUPP-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SUPPRESS-EMAIL
                           UNSTRING SUPPRESS-FILE-LINE
                               DELIMITED BY '|'
                               INTO SUPPRESS-EMAIL
                           END-UNSTRING
                           ADD 1 TO WS-SUPP-COUNT
                           MOVE SUPPRESS-EMAIL
                               TO WS-SUPP-EMAIL(WS-SUPP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
           END-IF.

      *    TODAY'S LIST: EVERY ROW THAT GETS MAIL - CONFIRMED OR
      *    GRANDFATHERED, AND NOT SUPPRESSED.
       COUNT-LIST-NOW.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL SUB-EOF
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
                           PERFORM COUNT-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       COUNT-ONE-ROW.
           IF FUNCTION TRIM(SUBSCRIBER-EMAIL) NOT = SPACES
               IF SUBSCRIBER-STATE = 'P'
                   ADD 1 TO WS-PENDING-NOW
               ELSE
                   MOVE 'N' TO WS-IS-SUPPRESSED
                   PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                           UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                       IF FUNCTION TRIM(WS-SUPP-EMAIL(WS-SUPP-IDX))
                               = FUNCTION TRIM(SUBSCRIBER-EMAIL)
                           SET IS-SUPPRESSED TO TRUE
                           MOVE WS-SUPP-COUNT TO WS-SUPP-IDX
                       END-IF
                   END-PERFORM
                   IF NOT IS-SUPPRESSED
                       ADD 1 TO WS-LIST-NOW
                   END-IF
               END-IF
           END-IF.

       TALLY-EVENTS.
           OPEN INPUT SUBSCRIBER-EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EVENT-EOF
                   READ SUBSCRIBER-EVENT-FILE
                       AT END
                           SET EVENT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SUBSCRIBER-EVENT
                           UNSTRING SUBSCRIBER-EVENT-LINE
                               DELIMITED BY '|'
                               INTO SEV-DATE SEV-EVENT SEV-TOKEN
                                    SEV-STATE SEV-DETAIL
                           END-UNSTRING
                           IF SEV-DATE IS NUMERIC
                               PERFORM TALLY-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-EVENT-FILE
           END-IF.

       TALLY-ONE-EVENT.
           MOVE 0 TO WS-MO-FOUND.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT OR WS-MO-FOUND > 0
               IF WS-MO-MONTH(WS-MO-IDX) = SEV-DATE(1:6)
                   MOVE WS-MO-IDX TO WS-MO-FOUND
               END-IF
           END-PERFORM.
           IF WS-MO-FOUND = 0 AND WS-MO-COUNT < 240
               ADD 1 TO WS-MO-COUNT
               MOVE WS-MO-COUNT TO WS-MO-FOUND
               INITIALIZE WS-MO-ENTRY(WS-MO-FOUND)
               MOVE SEV-DATE(1:6) TO WS-MO-MONTH(WS-MO-FOUND)
           END-IF.
           IF WS-MO-FOUND > 0
               IF WS-MO-MONTH(WS-MO-FOUND) = WS-RPT-MONTH
                   MOVE WS-MO-FOUND TO WS-RPT-IDX
               END-IF
               EVALUATE FUNCTION TRIM(SEV-EVENT)
                   WHEN 'signup'
                       ADD 1 TO WS-MO-SIGNUP(WS-MO-FOUND)
                       IF FUNCTION TRIM(SEV-DETAIL) = 'weekly'
                           ADD 1 TO WS-MO-WEEKLY-SU(WS-MO-FOUND)
                       END-IF
                       IF SEV-DATE(1:6) = WS-RPT-MONTH
                               AND WS-NEW-COUNT < 500
                           ADD 1 TO WS-NEW-COUNT
                           MOVE SEV-TOKEN TO WS-NEW-TOKEN(WS-NEW-COUNT)
                       END-IF
                   WHEN 'confirmed'
                       ADD 1 TO WS-MO-CONFIRM(WS-MO-FOUND)
                       IF WS-CONF-COUNT < 2000
                           ADD 1 TO WS-CONF-COUNT
                           MOVE SEV-TOKEN
                               TO WS-CONF-TOKEN(WS-CONF-COUNT)
                       END-IF
                   WHEN 'weekly'
                       ADD 1 TO WS-MO-SWITCH(WS-MO-FOUND)
                   WHEN 'unsub'
                       ADD 1 TO WS-MO-UNSUB(WS-MO-FOUND)
                       PERFORM COUNT-IF-LOST
                       IF SEV-DATE(1:6) = WS-RPT-MONTH
                           PERFORM TALLY-UNSUB-MAILING
                       END-IF
                   WHEN 'swept'
                       ADD 1 TO WS-MO-SWEPT(WS-MO-FOUND)
                   WHEN 'suppressed'
                       ADD 1 TO WS-MO-SUPPR(WS-MO-FOUND)
                       PERFORM COUNT-IF-LOST
                   WHEN 'forgotten'
                       ADD 1 TO WS-MO-FORGOT(WS-MO-FOUND)
                       PERFORM COUNT-IF-LOST
               END-EVALUATE
           END-IF.

      *    ONLY A ROW THAT WAS GETTING MAIL SHRINKS THE LIST BY
      *    LEAVING; A PENDING ONE WAS NEVER COUNTED.
       COUNT-IF-LOST.
           IF SEV-STATE NOT = 'P'
               ADD 1 TO WS-MO-LOST(WS-MO-FOUND)
           END-IF.

       TALLY-UNSUB-MAILING.
           MOVE 0 TO WS-MAIL-FOUND.
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-TOTAL
                       OR WS-MAIL-FOUND > 0
               IF WS-MAIL-STEM(WS-MAIL-IDX) = SEV-DETAIL
                   MOVE WS-MAIL-IDX TO WS-MAIL-FOUND
               END-IF
           END-PERFORM.
           IF WS-MAIL-FOUND = 0 AND WS-MAIL-TOTAL < 100
               ADD 1 TO WS-MAIL-TOTAL
               MOVE WS-MAIL-TOTAL TO WS-MAIL-FOUND
               MOVE SEV-DETAIL TO WS-MAIL-STEM(WS-MAIL-FOUND)
               MOVE 0 TO WS-MAIL-COUNT(WS-MAIL-FOUND)
           END-IF.
           IF WS-MAIL-FOUND > 0
               ADD 1 TO WS-MAIL-COUNT(WS-MAIL-FOUND)
           END-IF.

      *    THE LAST MONTH IN THE LOG ENDS WITH TODAY'S LIST; EACH
      *    EARLIER MONTH ENDS WHERE THE NEXT ONE STARTED.
       WORK-BACK-SIZES.
           MOVE WS-LIST-NOW TO WS-NET.
           PERFORM VARYING WS-MO-IDX FROM WS-MO-COUNT BY -1
                   UNTIL WS-MO-IDX < 1
               MOVE WS-NET TO WS-MO-SIZE(WS-MO-IDX)
               COMPUTE WS-NET = WS-NET
                   - WS-MO-CONFIRM(WS-MO-IDX) + WS-MO-LOST(WS-MO-IDX)
           END-PERFORM.

       COUNT-NEW-CONFIRMED.
           MOVE 0 TO WS-NEW-CONFIRMED.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                       UNTIL WS-CONF-IDX > WS-CONF-COUNT
                   IF WS-CONF-TOKEN(WS-CONF-IDX)
                           = WS-NEW-TOKEN(WS-NEW-IDX)
                       ADD 1 TO WS-NEW-CONFIRMED
                       MOVE WS-CONF-COUNT TO WS-CONF-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-RATE.
           IF WS-NEW-COUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-NEW-CONFIRMED * 100 / WS-NEW-COUNT
           END-IF.

       EMIT-MONTH-FIGURES.
           MOVE WS-MO-SIGNUP(WS-RPT-IDX) TO WS-COUNT-ED.
           MOVE WS-MO-WEEKLY-SU(WS-RPT-IDX) TO WS-SU-ED.
           DISPLAY '  new signups          ' WS-COUNT-ED
               '   (' FUNCTION TRIM(WS-SU-ED) ' chose the digest)'.
           MOVE WS-MO-CONFIRM(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  confirmations        ' WS-COUNT-ED.
           MOVE WS-RATE TO WS-RATE-ED.
           MOVE WS-NEW-CONFIRMED TO WS-CF-ED.
           IF WS-NEW-COUNT > 0
               DISPLAY '  confirmation rate      ' WS-RATE-ED
                   '%  (' FUNCTION TRIM(WS-CF-ED)
                   ' of the month''s signups so far)'
           ELSE
               DISPLAY '  confirmation rate        -'
           END-IF.
           MOVE WS-MO-SWITCH(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  switched to weekly   ' WS-COUNT-ED.
           MOVE WS-MO-UNSUB(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  unsubscribes         ' WS-COUNT-ED.
           MOVE WS-MO-SUPPR(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  suppressions         ' WS-COUNT-ED.
           MOVE WS-MO-SWEPT(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  unconfirmed swept    ' WS-COUNT-ED.
           MOVE WS-MO-FORGOT(WS-RPT-IDX) TO WS-COUNT-ED.
           DISPLAY '  forgotten on request ' WS-COUNT-ED.
           COMPUTE WS-NET = WS-MO-CONFIRM(WS-RPT-IDX)
               - WS-MO-LOST(WS-RPT-IDX).
           MOVE WS-NET TO WS-NET-ED.
           DISPLAY '  net change          ' WS-NET-ED.

       EMIT-UNSUB-MAILINGS.
           DISPLAY ' '.
           DISPLAY 'unsubscribes by the mailing they followed'.
           DISPLAY '-----------------------------------------'.
           IF WS-MAIL-TOTAL = 0
               DISPLAY 'none.'
           END-IF.
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-TOTAL
               PERFORM LABEL-ONE-MAILING
               MOVE WS-MAIL-COUNT(WS-MAIL-IDX) TO WS-COUNT-ED
               DISPLAY '  ' WS-MAIL-LABEL ' ' WS-COUNT-ED
           END-PERFORM.

      *    THE STEM IS THE BODY FILE'S NAME (SEE MAILSEND.COB).
       LABEL-ONE-MAILING.
           MOVE SPACES TO WS-MAIL-LABEL.
           EVALUATE TRUE
               WHEN WS-MAIL-STEM(WS-MAIL-IDX) = SPACES
                   MOVE '(no mailing named)' TO WS-MAIL-LABEL
               WHEN WS-MAIL-STEM(WS-MAIL-IDX)(1:12) = 'NOTIFY-BODY-'
                   STRING 'story ' DELIMITED BY SIZE
                          FUNCTION TRIM(
                              WS-MAIL-STEM(WS-MAIL-IDX)(13:))
                              DELIMITED BY SIZE
                          ' announcement' DELIMITED BY SIZE
                       INTO WS-MAIL-LABEL
                   END-STRING
               WHEN WS-MAIL-STEM(WS-MAIL-IDX)(1:12) = 'DIGEST-BODY-'
                   STRING 'digest of ' DELIMITED BY SIZE
                          WS-MAIL-STEM(WS-MAIL-IDX)(13:4)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WS-MAIL-STEM(WS-MAIL-IDX)(17:2)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WS-MAIL-STEM(WS-MAIL-IDX)(19:2)
                              DELIMITED BY SIZE
                       INTO WS-MAIL-LABEL
                   END-STRING
               WHEN WS-MAIL-STEM(WS-MAIL-IDX)(1:11) = 'ALERT-BODY-'
                   STRING 'search alert of ' DELIMITED BY SIZE
                          FUNCTION TRIM(
                              WS-MAIL-STEM(WS-MAIL-IDX)(12:))
                              DELIMITED BY SIZE
                       INTO WS-MAIL-LABEL
                   END-STRING
               WHEN WS-MAIL-STEM(WS-MAIL-IDX)(1:11) = 'ISSUE-BODY-'
                   STRING 'newsletter issue ' DELIMITED BY SIZE
                          FUNCTION TRIM(
                              WS-MAIL-STEM(WS-MAIL-IDX)(12:))
                              DELIMITED BY SIZE
                       INTO WS-MAIL-LABEL
                   END-STRING
               WHEN WS-MAIL-STEM(WS-MAIL-IDX)(1:15) = 'RECONSENT-BODY-'
                   STRING 'privacy notice ' DELIMITED BY SIZE
                          FUNCTION TRIM(
                              WS-MAIL-STEM(WS-MAIL-IDX)(16:))
                              DELIMITED BY SIZE
                          ' re-consent' DELIMITED BY SIZE
                       INTO WS-MAIL-LABEL
                   END-STRING
               WHEN OTHER
                   MOVE WS-MAIL-STEM(WS-MAIL-IDX) TO WS-MAIL-LABEL
           END-EVALUATE.

       EMIT-SIZE-HISTORY.
           DISPLAY ' '.
           DISPLAY 'list size by month'.
           DISPLAY '------------------'.
           IF WS-MO-COUNT = 0
               DISPLAY 'no data/SUBEVENTS.DAT history yet.'
           ELSE
               DISPLAY '  month    signups confirmed   left   net'
                   '  size at end'
           END-IF.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
               MOVE WS-MO-SIGNUP(WS-MO-IDX) TO WS-SU-ED
               MOVE WS-MO-CONFIRM(WS-MO-IDX) TO WS-CF-ED
               MOVE WS-MO-LOST(WS-MO-IDX) TO WS-LOST-ED
               COMPUTE WS-NET = WS-MO-CONFIRM(WS-MO-IDX)
                   - WS-MO-LOST(WS-MO-IDX)
               MOVE WS-NET TO WS-NET-ED
               MOVE WS-MO-SIZE(WS-MO-IDX) TO WS-SIZE-ED
               DISPLAY '  ' WS-MO-MONTH(WS-MO-IDX)(1:4) '-'
                   WS-MO-MONTH(WS-MO-IDX)(5:2) '   ' WS-SU-ED
                   '     ' WS-CF-ED '  ' WS-LOST-ED WS-NET-ED
                   '       ' WS-SIZE-ED
           END-PERFORM.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SUBGROW.
