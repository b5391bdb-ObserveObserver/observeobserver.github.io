      *    FILE; A CODE OF 000 MEANS THE PROBE ITSELF COULDN'T RUN
      *    (NO NETWORK, NO curl) AND NOBODY IS DROPPED FOR THAT. THE
      *    MEMBER FILE IS REWRITTEN THROUGH A KEEP FILE AS USUAL.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE MEMBERS PROBED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FILE SECTION.
           COPY 'RINGMFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(300).
       FD  PROBE-FILE.
       01  PROBE-FILE-LINE     PIC X(10).
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'RINGMREC.CPY'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CHECKED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'RINGCHK' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RING-MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT = '00'
               DISPLAY 'ringchk: no data/RING-MEMBERS.DAT'
               MOVE 'idle' TO JOB-OUTCOME
               PERFORM LOG-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM REWRITE-MEMBER-FILE.
           DISPLAY 'ringchk: ' WS-CHECKED-COUNT ' member(s) probed, '
               WS-DROPPED-COUNT ' dropped from rotation'.
           MOVE WS-CHECKED-COUNT TO JOB-ROWS.
           PERFORM LOG-JOB-END.
       GOBACK.

       CHECK-ONE-MEMBER.
           MOVE SPACES TO RM-CONTACT RM-TOKEN.
           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
               INTO RM-ID RM-NAME RM-URL RM-JOINED RM-VERIFIED
                    RM-STATUS RM-CONTACT RM-TOKEN
           END-UNSTRING.
           IF RM-STATUS = 'A'
               ADD 1 TO WS-CHECKED-COUNT
                  RM-VERIFIED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  RM-STATUS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RM-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(RM-TOKEN) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE RING-MEMBER-FILE.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM RINGCHK.
