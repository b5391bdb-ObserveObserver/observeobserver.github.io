       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGOAL.
      *    SHARED SUBPROGRAM - WHAT IS THE TARGET? LS-GOAL-KIND IS
      *    'daily', 'weekly' OR 'draft'; FOR 'draft' LS-STORY-ID
      *    NAMES THE DRAFT, AND A ROW FOR THAT DRAFT IN
      *    data/WRITING-GOALS.DAT (SEE GOALREC.CPY) BEATS THE
      *    BLANK-ID DEFAULT. LS-GOAL-WORDS COMES BACK ZERO WHEN THERE
      *    IS NO GOAL. USED BY WRITERPT.COB AND THE ADMIN PIPELINE
      *    BOARD, SO BOTH MEASURE AGAINST THE SAME NUMBERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-FILE ASSIGN TO "data/WRITING-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'GOALFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'GOALREC.CPY'.
       01  WS-GOAL-STATUS      PIC X(2)    VALUE '00'.
       01  WS-GOAL-EOF         PIC X       VALUE 'N'.
               88  GOAL-EOF                    VALUE 'Y'.
       01  WS-DEFAULT-WORDS    PIC 9(7)    VALUE 0.
       01  WS-OWN-FOUND        PIC X       VALUE 'N'.
               88  OWN-FOUND                   VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-GOAL-KIND        PIC X(8).
       01  LS-STORY-ID         PIC X(8).
       01  LS-GOAL-WORDS       PIC 9(7).
       PROCEDURE DIVISION USING LS-GOAL-KIND LS-STORY-ID
               LS-GOAL-WORDS.
           MOVE 0 TO LS-GOAL-WORDS WS-DEFAULT-WORDS.
           MOVE 'N' TO WS-OWN-FOUND.
           MOVE 'N' TO WS-GOAL-EOF.
           OPEN INPUT GOAL-FILE.
           IF WS-GOAL-STATUS = '00'
               PERFORM UNTIL GOAL-EOF
                   READ GOAL-FILE
                       AT END
                           SET GOAL-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-GOAL
                   END-READ
               END-PERFORM
               CLOSE GOAL-FILE
           END-IF.
           IF NOT OWN-FOUND
               MOVE WS-DEFAULT-WORDS TO LS-GOAL-WORDS
           END-IF.
       GOBACK.

       CHECK-ONE-GOAL.
           MOVE SPACES TO GOAL-RECORD.
           UNSTRING GOAL-FILE-LINE DELIMITED BY '|'
               INTO GOL-KIND GOL-STORY-ID GOL-WORDS
           END-UNSTRING.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(GOL-KIND)) =
                   FUNCTION TRIM(LS-GOAL-KIND)
                   AND FUNCTION TEST-NUMVAL(GOL-WORDS) = 0
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(GOL-STORY-ID) = SPACES
                       MOVE FUNCTION NUMVAL(GOL-WORDS)
                           TO WS-DEFAULT-WORDS
                   WHEN LS-GOAL-KIND = 'draft'
                           AND FUNCTION TRIM(GOL-STORY-ID) =
                               FUNCTION TRIM(LS-STORY-ID)
                       MOVE FUNCTION NUMVAL(GOL-WORDS)
                           TO LS-GOAL-WORDS
                       SET OWN-FOUND TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       END PROGRAM WGOAL.
