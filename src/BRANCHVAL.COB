       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHVAL.
      *    BATCH JOB - THE BRANCHING-STORY VALIDATOR. STORY.CBL
      *    TRUSTS A BODY FILE COMPLETELY: AN @CHOICE THAT NAMES A
      *    MISSPELLED @SECTION RENDERS AS A LINK TO NOTHING, AND A
      *    SECTION NO CHOICE LEADS TO IS NEVER SEEN. THIS WALKS EVERY
      *    ROW OF data/STORY.DAT (OR ONLY THE STORY ID GIVEN ON THE
      *    COMMAND LINE), HANDS EACH BODY UNDER data/STORIES/ THAT
      *    HAS @SECTION LINES TO BRANCHCHK.CBL FOR ITS SECTION GRAPH,
      *    AND PRINTS THE UNREACHABLE SECTIONS, CHOICES TO MISSING
      *    SECTIONS, AND DEAD ENDS NOT MARKED @ENDING. A BODY WITH NO
      *    MARKERS IS A STRAIGHT STORY AND IS SKIPPED. ENDS WITH
      *    RETURN-CODE 1 WHEN ANY GRAPH IS BROKEN, SO scripts/build.sh
      *    LOGS IT IN data/BUILD-CHECKS.DAT NEXT TO DATACHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-WANTED-ID        PIC X(8)    VALUE SPACES.
       01  WS-BRANCH-PREFIX    PIC X(12)   VALUE SPACES.
       01  WS-BRANCH-RESULT    PIC X       VALUE 'N'.
       01  WS-BRANCH-PROBLEMS  PIC 9(4)    VALUE 0.
       01  WS-BRANCHING-COUNT  PIC 9(3)    VALUE 0.
       01  WS-BROKEN-COUNT     PIC 9(3)    VALUE 0.
       01  WS-PROBLEM-COUNT    PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-WANTED-ID.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS NOT = '00'
               DISPLAY 'branchval: cannot read data/STORY.DAT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL STORY-EOF
               READ STORY-FILE
                   AT END
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       IF WS-WANTED-ID = SPACES
                               OR FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(WS-WANTED-ID)
                           PERFORM CHECK-ONE-STORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.
           DISPLAY 'branchval: ' WS-BRANCHING-COUNT
               ' branching stor(y/ies), ' WS-BROKEN-COUNT
               ' broken, ' WS-PROBLEM-COUNT ' exception(s)'.
           IF WS-BROKEN-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.

      *    BRANCHCHK PRINTS ITS OWN EXCEPTIONS, EACH PREFIXED WITH
      *    THE STORY ID SO A SWEEP OF THE WHOLE CATALOGUE STILL SAYS
      *    WHICH BODY FILE TO OPEN.
       CHECK-ONE-STORY.
           MOVE STORY-ID TO WS-BRANCH-PREFIX.
           CALL 'BRANCHCHK' USING STORY-ID WS-BRANCH-PREFIX
               WS-BRANCH-RESULT WS-BRANCH-PROBLEMS.
           EVALUATE WS-BRANCH-RESULT
               WHEN 'C'
                   ADD 1 TO WS-BRANCHING-COUNT
                   DISPLAY 'branchval: ' FUNCTION TRIM(STORY-ID)
                       ' - section graph holds'
               WHEN 'B'
                   ADD 1 TO WS-BRANCHING-COUNT
                   ADD 1 TO WS-BROKEN-COUNT
                   ADD WS-BRANCH-PROBLEMS TO WS-PROBLEM-COUNT
                   DISPLAY 'branchval: ' FUNCTION TRIM(STORY-ID)
                       ' - ' WS-BRANCH-PROBLEMS
                       ' exception(s), graph broken'
               WHEN 'M'
                   IF WS-WANTED-ID NOT = SPACES
                       DISPLAY 'branchval: no body file for '
                           FUNCTION TRIM(STORY-ID)
                   END-IF
               WHEN OTHER
                   IF WS-WANTED-ID NOT = SPACES
                       DISPLAY 'branchval: ' FUNCTION TRIM(STORY-ID)
                           ' is not a branching story'
                   END-IF
           END-EVALUATE.
       END PROGRAM BRANCHVAL.
