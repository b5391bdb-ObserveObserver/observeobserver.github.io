       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNOTCHK.
      *    BATCH JOB - KEEPS THE AUTHOR'S COMMENTARY PINNED TO THE
      *    RIGHT PARAGRAPHS. EVERY ROW OF data/ANNOTATIONS.DAT (SEE
      *    ANNOTREC.CPY) NAMES A STORY AND A BODY LINE NUMBER; IF THE
      *    BODY FILE IS EDITED ABOVE THAT LINE, THE NOTE SILENTLY
      *    SLIDES ONTO SOMEBODY ELSE'S PARAGRAPH. STORYHIST.COB ONLY
      *    CHECKSUMS THE STORY.DAT ROW, SO THIS CHECKSUMS THE BODY
      *    FILE ITSELF (THE SAME ROLLING SUM, CARRIED ACROSS EVERY
      *    LINE OF data/STORIES/<ID>.TXT) AND, FOR EACH NOTE:
      *      - NO SUM YET (A NEW ROW) - STAMPS TODAY'S BODY SUM, SO
      *        THE NOTE IS TIED TO THE TEXT IT WAS WRITTEN AGAINST;
      *      - SUM MATCHES - 'current', NOTHING TO SAY;
      *      - SUM DIFFERS - 'drifted', PRINTED WITH THE TEXT NOW
      *        SITTING ON ITS LINE SO THE AUTHOR CAN RE-PIN IT;
      *      - NO BODY, OR A LINE PAST THE END OF IT - 'drifted'.
      *    STORY.CBL NEVER SHOWS A DRIFTED NOTE. TO RE-PIN ONE, FIX
      *    THE LINE NUMBER, BLANK THE SUM, AND RUN THIS AGAIN. THE
      *    FILE IS REWRITTEN THROUGH data/ANNOTATIONS-KEEP.DAT, AS
      *    LOANDESK.COB DOES FOR LOANS. ENDS WITH RETURN-CODE 1 WHEN
      *    ANY NOTE IS DRIFTED, SO scripts/build.sh CAN LOG IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOTATION-FILE ASSIGN TO "data/ANNOTATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNOT-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/ANNOTATIONS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ANNOTFD.CPY'.
           COPY 'ANNOTFD.CPY' REPLACING ANNOTATION-FILE BY KEEP-FILE
               ANNOTATION-FILE-LINE BY KEEP-FILE-LINE.
           COPY 'STORYBODYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'ANNOTREC.CPY'.
       01  WS-ANNOT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  ANNOT-EOF                   VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
      *    ONE BODY SUM PER STORY FOR THE RUN - A STORY WITH TEN
      *    NOTES IS READ ONCE, NOT TEN TIMES.
       01  WS-BODY-COUNT       PIC 9(3)    VALUE 0.
       01  WS-BODY-TABLE.
           05  WS-BODY-ENTRY       OCCURS 100 TIMES.
               10  WS-BODY-ID          PIC X(8).
               10  WS-BODY-FOUND       PIC X.
               10  WS-BODY-SUM         PIC 9(9).
               10  WS-BODY-LINES       PIC 9(5).
       01  WS-BODY-IDX         PIC 9(3).
       01  WS-BODY-HIT         PIC 9(3).
       01  WS-CHECKSUM-LEN     PIC 9(4).
       01  WS-CHECKSUM-IDX     PIC 9(4).
       01  WS-CHECKSUM-CHAR    PIC X.
       01  WS-CHECKSUM-ORD     PIC 9(3).
       01  WS-CHECKSUM-RESULT  PIC 9(9).
       01  WS-LINE-COUNT       PIC 9(5).
       01  WS-NOTE-LINE        PIC 9(5).
       01  WS-PINNED-TEXT      PIC X(60).
       01  WS-SUM-TEXT         PIC X(9).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOTE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-STAMPED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-DRIFTED-COUNT    PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT ANNOTATION-FILE.
           IF WS-ANNOT-STATUS NOT = '00'
               DISPLAY 'annotchk: no data/ANNOTATIONS.DAT to check'
               GOBACK
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL ANNOT-EOF
               READ ANNOTATION-FILE
                   AT END
                       SET ANNOT-EOF TO TRUE
                   NOT AT END
                       IF ANNOTATION-FILE-LINE NOT = SPACES
                           PERFORM CHECK-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANNOTATION-FILE.
           CLOSE KEEP-FILE.
           PERFORM REWRITE-ANNOTATIONS.
           DISPLAY 'annotchk: ' WS-NOTE-COUNT ' note(s), '
               WS-STAMPED-COUNT ' newly stamped, '
               WS-DRIFTED-COUNT ' drifted'.
           IF WS-DRIFTED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       CHECK-ONE-NOTE.
           ADD 1 TO WS-NOTE-COUNT.
           MOVE SPACES TO ANNOTATION-RECORD.
           UNSTRING ANNOTATION-FILE-LINE DELIMITED BY '|'
               INTO ANN-STORY-ID ANN-LINE ANN-WRITTEN ANN-BODY-SUM
                    ANN-STATE ANN-TEXT
           END-UNSTRING.
           IF ANN-WRITTEN = SPACES
               MOVE WS-TIMESTAMP(1:8) TO ANN-WRITTEN
           END-IF.
           PERFORM FIND-BODY-SUM.
           MOVE 0 TO WS-NOTE-LINE.
           IF FUNCTION TEST-NUMVAL(ANN-LINE) = 0
               MOVE FUNCTION NUMVAL(ANN-LINE) TO WS-NOTE-LINE
           END-IF.
           MOVE WS-BODY-SUM(WS-BODY-HIT) TO WS-SUM-TEXT.
           EVALUATE TRUE
               WHEN WS-BODY-FOUND(WS-BODY-HIT) = 'N'
                   MOVE 'drifted' TO ANN-STATE
                   ADD 1 TO WS-DRIFTED-COUNT
                   DISPLAY 'annotchk: ' FUNCTION TRIM(ANN-STORY-ID)
                       ' line ' FUNCTION TRIM(ANN-LINE)
                       ': no body file - drifted'
               WHEN WS-NOTE-LINE = 0
                       OR WS-NOTE-LINE > WS-BODY-LINES(WS-BODY-HIT)
                   MOVE 'drifted' TO ANN-STATE
                   ADD 1 TO WS-DRIFTED-COUNT
                   DISPLAY 'annotchk: ' FUNCTION TRIM(ANN-STORY-ID)
                       ' line ' FUNCTION TRIM(ANN-LINE)
                       ': no such line (body has '
                       WS-BODY-LINES(WS-BODY-HIT) ') - drifted'
               WHEN ANN-BODY-SUM = SPACES
                   MOVE WS-SUM-TEXT TO ANN-BODY-SUM
                   MOVE 'current' TO ANN-STATE
                   ADD 1 TO WS-STAMPED-COUNT
                   PERFORM FETCH-PINNED-TEXT
                   DISPLAY 'annotchk: ' FUNCTION TRIM(ANN-STORY-ID)
                       ' line ' FUNCTION TRIM(ANN-LINE)
                       ': stamped against "'
                       FUNCTION TRIM(WS-PINNED-TEXT) '..."'
               WHEN ANN-BODY-SUM NOT = WS-SUM-TEXT
                   MOVE 'drifted' TO ANN-STATE
                   ADD 1 TO WS-DRIFTED-COUNT
                   PERFORM FETCH-PINNED-TEXT
                   DISPLAY 'annotchk: ' FUNCTION TRIM(ANN-STORY-ID)
                       ' line ' FUNCTION TRIM(ANN-LINE)
                       ': body changed since the note was written'
                       ' - drifted'
                   DISPLAY '    the line now reads "'
                       FUNCTION TRIM(WS-PINNED-TEXT) '..."'
               WHEN OTHER
                   MOVE 'current' TO ANN-STATE
           END-EVALUATE.
           PERFORM WRITE-NOTE-BACK.

       FIND-BODY-SUM.
           MOVE 0 TO WS-BODY-HIT.
           PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                   UNTIL WS-BODY-IDX > WS-BODY-COUNT
                      OR WS-BODY-HIT > 0
               IF WS-BODY-ID(WS-BODY-IDX) = ANN-STORY-ID
                   MOVE WS-BODY-IDX TO WS-BODY-HIT
               END-IF
           END-PERFORM.
           IF WS-BODY-HIT = 0
               IF WS-BODY-COUNT < 100
                   ADD 1 TO WS-BODY-COUNT
               END-IF
               MOVE WS-BODY-COUNT TO WS-BODY-HIT
               MOVE ANN-STORY-ID TO WS-BODY-ID(WS-BODY-HIT)
               PERFORM SUM-BODY-FILE
           END-IF.

      *    STORYHIST.COB'S ROLLING SUM, CARRIED FROM LINE TO LINE
      *    WITH A LINE BREAK FOLDED IN BETWEEN, SO TEXT MOVED FROM
      *    ONE LINE TO THE NEXT STILL COUNTS AS A CHANGE.
       SUM-BODY-FILE.
           PERFORM BUILD-BODY-FILENAME.
           MOVE 0 TO WS-CHECKSUM-RESULT WS-LINE-COUNT.
           MOVE 'N' TO WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               MOVE 'Y' TO WS-BODY-FOUND(WS-BODY-HIT)
               PERFORM UNTIL BODY-EOF
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM SUM-BODY-LINE
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           ELSE
               MOVE 'N' TO WS-BODY-FOUND(WS-BODY-HIT)
           END-IF.
           MOVE WS-CHECKSUM-RESULT TO WS-BODY-SUM(WS-BODY-HIT).
           MOVE WS-LINE-COUNT TO WS-BODY-LINES(WS-BODY-HIT).

       SUM-BODY-LINE.
           COMPUTE WS-CHECKSUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STORY-BODY-LINE
                   TRAILING)).
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
                   UNTIL WS-CHECKSUM-IDX > WS-CHECKSUM-LEN
               MOVE STORY-BODY-LINE(WS-CHECKSUM-IDX:1)
                   TO WS-CHECKSUM-CHAR
               COMPUTE WS-CHECKSUM-ORD = FUNCTION ORD(WS-CHECKSUM-CHAR)
               COMPUTE WS-CHECKSUM-RESULT =
                   FUNCTION MOD(
                       (WS-CHECKSUM-RESULT * 31) + WS-CHECKSUM-ORD,
                       999999999)
           END-PERFORM.
           COMPUTE WS-CHECKSUM-RESULT =
               FUNCTION MOD((WS-CHECKSUM-RESULT * 31) + 11, 999999999).

       BUILD-BODY-FILENAME.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-STORY-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.

      *    THE FIRST 60 CHARACTERS OF WHATEVER NOW SITS ON THE
      *    NOTE'S LINE - ENOUGH FOR THE AUTHOR TO RECOGNISE IT.
       FETCH-PINNED-TEXT.
           MOVE SPACES TO WS-PINNED-TEXT.
           PERFORM BUILD-BODY-FILENAME.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               PERFORM UNTIL BODY-EOF
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           IF WS-LINE-COUNT = WS-NOTE-LINE
                               MOVE STORY-BODY-LINE(1:60)
                                   TO WS-PINNED-TEXT
                               SET BODY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           END-IF.

       WRITE-NOTE-BACK.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(ANN-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-LINE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-WRITTEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-BODY-SUM) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-STATE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-TEXT) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.

       REWRITE-ANNOTATIONS.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT ANNOTATION-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO ANNOTATION-FILE-LINE
                       WRITE ANNOTATION-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE ANNOTATION-FILE.
       END PROGRAM ANNOTCHK.
