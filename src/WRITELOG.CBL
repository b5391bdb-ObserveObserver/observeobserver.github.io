       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITELOG.
      *    SHARED SUBPROGRAM - THE WRITING LOG. CALLED WITH A STORY
      *    ID AND A SOURCE TAG (SEE WLOGREC.CPY) RIGHT AFTER ANYTHING
      *    CHANGES A DRAFT'S BODY FILE. COUNTS THE BODY NOW THROUGH
      *    BODYWORDS.CBL, FINDS THE TOTAL THE LAST ROW FOR THE SAME
      *    STORY LEFT IN data/WRITING-LOG.DAT, AND APPENDS A DATED ROW
      *    WITH THE DIFFERENCE. NO CHANGE, NO ROW. THE FIRST ROW FOR
      *    A STORY COUNTS THE WHOLE BODY AS ADDED - EXCEPT FROM THE
      *    'hand' SWEEP, WHERE IT IS ONLY A BASELINE (ADDED ZERO), SO
      *    A DRAFT THAT PREDATES THE LOG IS NOT MISTAKEN FOR A DAY'S
      *    WORK. LS-ADDED RETURNS THE DIFFERENCE LOGGED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITING-LOG-FILE ASSIGN TO "data/WRITING-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'WLOGFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'WLOGREC.CPY'.
       01  WS-WLOG-STATUS      PIC X(2)    VALUE '00'.
       01  WS-WLOG-EOF         PIC X       VALUE 'N'.
               88  WLOG-EOF                    VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-WORDS-NOW        PIC 9(7)    VALUE 0.
       01  WS-WORDS-BEFORE     PIC 9(7)    VALUE 0.
       01  WS-BODY-FOUND       PIC X       VALUE 'N'.
       01  WS-PRIOR-FOUND      PIC X       VALUE 'N'.
               88  PRIOR-FOUND                 VALUE 'Y'.
       01  WS-ROW-ID           PIC X(8).
       01  WS-ROW-ADDED        PIC X(8).
       01  WS-ROW-TOTAL        PIC X(7).
       01  WS-GUARD-ACTION     PIC X.
       LINKAGE SECTION.
       01  LS-STORY-ID         PIC X(8).
       01  LS-SOURCE           PIC X(10).
       01  LS-ADDED            PIC S9(7).
       PROCEDURE DIVISION USING LS-STORY-ID LS-SOURCE LS-ADDED.
           MOVE 0 TO LS-ADDED.
           CALL 'BODYWORDS' USING LS-STORY-ID WS-WORDS-NOW
               WS-BODY-FOUND
               ON EXCEPTION
                   MOVE 'N' TO WS-BODY-FOUND
           END-CALL.
           IF WS-BODY-FOUND = 'Y'
               PERFORM FIND-PRIOR-TOTAL
               EVALUATE TRUE
                   WHEN NOT PRIOR-FOUND
                           AND FUNCTION TRIM(LS-SOURCE) = 'hand'
                       MOVE 0 TO LS-ADDED
                       PERFORM APPEND-LOG-ROW
                   WHEN WS-WORDS-NOW NOT = WS-WORDS-BEFORE
                           OR NOT PRIOR-FOUND
                       COMPUTE LS-ADDED =
                           WS-WORDS-NOW - WS-WORDS-BEFORE
                       PERFORM APPEND-LOG-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       GOBACK.

      *    THE LAST ROW FOR THE STORY WINS - THE LOG IS APPEND-ONLY,
      *    SO FILE ORDER IS TIME ORDER.
       FIND-PRIOR-TOTAL.
           MOVE 0 TO WS-WORDS-BEFORE.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE 'N' TO WS-WLOG-EOF.
           OPEN INPUT WRITING-LOG-FILE.
           IF WS-WLOG-STATUS = '00'
               PERFORM UNTIL WLOG-EOF
                   READ WRITING-LOG-FILE
                       AT END
                           SET WLOG-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-ID WS-ROW-TOTAL
                           UNSTRING WRITING-LOG-FILE-LINE
                               DELIMITED BY '|'
                               INTO WLG-DATE WLG-TIME WS-ROW-ID
                                    WS-ROW-ADDED WS-ROW-TOTAL
                           END-UNSTRING
                           IF WS-ROW-ID = LS-STORY-ID
                                   AND FUNCTION TEST-NUMVAL(
                                       WS-ROW-TOTAL) = 0
                               MOVE FUNCTION NUMVAL(WS-ROW-TOTAL)
                                   TO WS-WORDS-BEFORE
                               SET PRIOR-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITING-LOG-FILE
           END-IF.

       APPEND-LOG-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WLG-DATE.
           MOVE WS-TIMESTAMP(9:6) TO WLG-TIME.
           MOVE LS-STORY-ID TO WLG-STORY-ID.
           MOVE LS-ADDED TO WLG-ADDED.
           MOVE WS-WORDS-NOW TO WLG-TOTAL.
           MOVE LS-SOURCE TO WLG-SOURCE.
           MOVE SPACES TO WRITING-LOG-FILE-LINE.
           STRING WLG-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WLG-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WLG-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WLG-ADDED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WLG-TOTAL DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WLG-SOURCE) DELIMITED BY SIZE
               INTO WRITING-LOG-FILE-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND WRITING-LOG-FILE.
           IF WS-WLOG-STATUS NOT = '00'
               OPEN OUTPUT WRITING-LOG-FILE
           END-IF.
           WRITE WRITING-LOG-FILE-LINE.
           CLOSE WRITING-LOG-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM WRITELOG.
