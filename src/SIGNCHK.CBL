       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNCHK.
      *    SHARED SUBPROGRAM - MAY THIS STORY LEAVE DRAFT? A STORY
      *    WHOSE STORY-AUTHORS COLUMN (PASSED IN AS LS-AUTHORS) NAMES
      *    MORE THAN ONE WRITER NEEDS EVERY ONE OF THEM TO HAVE
      *    SIGNED OFF THE BODY AS IT STANDS NOW. THE BODY UNDER
      *    data/STORIES/ IS SUMMED WITH ANNOTCHK.COB'S ROLLING SUM
      *    (RETURNED IN LS-BODY-SUM FOR SIGNREQ.COB AND SIGNOFF.COB)
      *    AND EACH AUTHOR NEEDS A SIGNED ROW IN data/SIGNOFFS.DAT
      *    CARRYING THAT SAME SUM - A ROW SIGNED AGAINST AN EARLIER
      *    SUM NO LONGER COUNTS, WHICH IS WHAT MAKES AN EDIT RESET
      *    THE APPROVALS. LS-RESULT COMES BACK:
      *      S - ONE AUTHOR (OR THE SITE DEFAULT), NOTHING TO SIGN
      *      Y - EVERY NAMED AUTHOR HAS SIGNED OFF THE CURRENT BODY
      *      N - SOMEONE HAS NOT; LS-MISSING LISTS THEIR IDS
      *      M - NO BODY FILE YET, SO NOTHING CAN BE SIGNED
      *    ADMIN.COB AND PUBRUN.COB REFUSE TO PUBLISH ON N OR M.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "data/SIGNOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYBODYFD.CPY'.
           COPY 'SIGNFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'SIGNREC.CPY'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SIGN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-SIGN-EOF         PIC X       VALUE 'N'.
               88  SIGN-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-BODY-FOUND       PIC X       VALUE 'N'.
       01  WS-CHECKSUM-LEN     PIC 9(4).
       01  WS-CHECKSUM-IDX     PIC 9(4).
       01  WS-CHECKSUM-CHAR    PIC X.
       01  WS-CHECKSUM-ORD     PIC 9(3).
       01  WS-CHECKSUM-RESULT  PIC 9(9).
      *    THE NAMED AUTHORS AND WHETHER EACH HAS A CURRENT SIGN-OFF.
       01  WS-AUTH-PTR         PIC 9(3).
       01  WS-AUTH-LEN         PIC 9(3).
       01  WS-AUTH-ITEM        PIC X(8).
       01  WS-AUTH-COUNT       PIC 9(2)    VALUE 0.
       01  WS-AUTH-IDX         PIC 9(2).
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY       OCCURS 10 TIMES.
               10  WS-AUTH-ID          PIC X(8).
               10  WS-AUTH-SIGNED      PIC X.
       01  WS-MISSING-PTR      PIC 9(3).
       LINKAGE SECTION.
       01  LS-STORY-ID         PIC X(8).
       01  LS-AUTHORS          PIC X(30).
       01  LS-BODY-SUM         PIC X(9).
       01  LS-RESULT           PIC X.
       01  LS-MISSING          PIC X(60).
       PROCEDURE DIVISION USING LS-STORY-ID LS-AUTHORS LS-BODY-SUM
               LS-RESULT LS-MISSING.
           MOVE SPACES TO LS-BODY-SUM LS-MISSING.
           MOVE 'S' TO LS-RESULT.
           PERFORM LIST-NAMED-AUTHORS.
           PERFORM SUM-STORY-BODY.
           IF WS-AUTH-COUNT > 1
               IF WS-BODY-FOUND NOT = 'Y'
                   MOVE 'M' TO LS-RESULT
               ELSE
                   PERFORM MATCH-SIGNOFF-ROWS
                   MOVE 'Y' TO LS-RESULT
               END-IF
               PERFORM LIST-MISSING-AUTHORS
           END-IF.
       GOBACK.

       LIST-NAMED-AUTHORS.
           MOVE 0 TO WS-AUTH-COUNT.
           MOVE 1 TO WS-AUTH-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-AUTHORS))
               TO WS-AUTH-LEN.
           IF FUNCTION TRIM(LS-AUTHORS) = SPACES
               MOVE 0 TO WS-AUTH-LEN
           END-IF.
           PERFORM UNTIL WS-AUTH-PTR > WS-AUTH-LEN
               MOVE SPACES TO WS-AUTH-ITEM
               UNSTRING LS-AUTHORS DELIMITED BY ','
                   INTO WS-AUTH-ITEM
                   WITH POINTER WS-AUTH-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-AUTH-ITEM) NOT = SPACES
                       AND WS-AUTH-COUNT < 10
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE FUNCTION TRIM(WS-AUTH-ITEM)
                       TO WS-AUTH-ID(WS-AUTH-COUNT)
                   MOVE 'N' TO WS-AUTH-SIGNED(WS-AUTH-COUNT)
               END-IF
           END-PERFORM.

      *    ANNOTCHK.COB'S ROLLING SUM OVER THE WHOLE BODY, A LINE
      *    BREAK FOLDED IN BETWEEN LINES.
       SUM-STORY-BODY.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STORY-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           MOVE 0 TO WS-CHECKSUM-RESULT.
           MOVE 'N' TO WS-BODY-EOF.
           MOVE 'N' TO WS-BODY-FOUND.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               MOVE 'Y' TO WS-BODY-FOUND
               PERFORM UNTIL BODY-EOF
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           PERFORM SUM-BODY-LINE
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
               MOVE WS-CHECKSUM-RESULT TO LS-BODY-SUM
           END-IF.

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

       MATCH-SIGNOFF-ROWS.
           MOVE 'N' TO WS-SIGN-EOF.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGN-STATUS = '00'
               PERFORM UNTIL SIGN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SIGN-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

       MATCH-ONE-ROW.
           MOVE SPACES TO SIGNOFF-RECORD.
           UNSTRING SIGNOFF-FILE-LINE DELIMITED BY '|'
               INTO SGN-STORY-ID SGN-AUTHOR-ID SGN-BODY-SUM
                    SGN-TOKEN SGN-SENT SGN-SIGNED
           END-UNSTRING.
           IF FUNCTION TRIM(SGN-STORY-ID) = FUNCTION TRIM(LS-STORY-ID)
                   AND SGN-BODY-SUM = LS-BODY-SUM
                   AND SGN-SIGNED NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-ID(WS-AUTH-IDX) = SGN-AUTHOR-ID
                       MOVE 'Y' TO WS-AUTH-SIGNED(WS-AUTH-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       LIST-MISSING-AUTHORS.
           MOVE 1 TO WS-MISSING-PTR.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-SIGNED(WS-AUTH-IDX) NOT = 'Y'
                   IF LS-RESULT = 'Y'
                       MOVE 'N' TO LS-RESULT
                   END-IF
                   IF WS-MISSING-PTR > 1
                       STRING ', ' DELIMITED BY SIZE
                           INTO LS-MISSING
                           WITH POINTER WS-MISSING-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-AUTH-ID(WS-AUTH-IDX))
                           DELIMITED BY SIZE
                       INTO LS-MISSING
                       WITH POINTER WS-MISSING-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       END PROGRAM SIGNCHK.
