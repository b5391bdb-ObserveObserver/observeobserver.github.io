      *        DEFINITIONS NOTHING POINTS AT;
      *      - STRAIGHT DOUBLE QUOTES ON A LINE WHEN THE BODY ALSO
      *        USES CURLY ONES - ONE STORY, ONE QUOTE STYLE.
      *    A BRANCHING BODY (@SECTION LINES) ALSO HAS ITS SECTION
      *    GRAPH CHECKED BY BRANCHCHK.CBL - A CHOICE TO A MISSING
      *    SECTION, AN UNREACHABLE SECTION OR AN UNMARKED DEAD END
      *    MEANS THE DRAFT IS NOT PASSED, WHATEVER ELSE IS CLEAN, AND
      *    THE RUN ENDS WITH RETURN-CODE 1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-STORY-EXCEPTS    PIC 9(4)    VALUE 0.
       01  WS-PASS-NUM         PIC 9(1)    VALUE 1.
       01  WS-CHECKED-COUNT    PIC 9(3)    VALUE 0.
       01  WS-BRANCH-PREFIX    PIC X(12)   VALUE 'proof'.
       01  WS-BRANCH-RESULT    PIC X       VALUE 'N'.
       01  WS-BRANCH-PROBLEMS  PIC 9(4)    VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(3)    VALUE 0.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-WANTED-ID.
               DISPLAY 'proof: ' WS-CHECKED-COUNT ' stor(y/ies)'
                   ' checked, ' WS-EXCEPT-COUNT ' exception(s)'
           END-IF.
           IF WS-REFUSED-COUNT > 0
               DISPLAY 'proof: ' WS-REFUSED-COUNT ' stor(y/ies)'
                   ' refused for a broken branch graph'
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       PARSE-STORY-RECORD.
           MOVE 2 TO WS-PASS-NUM.
           PERFORM WALK-BODY-FILE.
           PERFORM REPORT-FOOTNOTE-ORPHANS.
           PERFORM CHECK-BRANCH-GRAPH.
           IF WS-STORY-EXCEPTS = 0
               DISPLAY 'proof: clean.'
           END-IF.

      *    THE OTHER CHECKS ARE ADVICE; THIS ONE IS A REFUSAL. A
      *    READER CANNOT WORK AROUND A CHOICE THAT LEADS NOWHERE.
       CHECK-BRANCH-GRAPH.
           CALL 'BRANCHCHK' USING STORY-ID WS-BRANCH-PREFIX
               WS-BRANCH-RESULT WS-BRANCH-PROBLEMS.
           IF WS-BRANCH-RESULT = 'B'
               ADD WS-BRANCH-PROBLEMS TO WS-EXCEPT-COUNT
               ADD WS-BRANCH-PROBLEMS TO WS-STORY-EXCEPTS
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'proof: REFUSED - the branch graph is broken,'
                   ' this draft is not passed'
           END-IF.

       WALK-BODY-FILE.
           MOVE 'N' TO WS-BODY-EOF.
           MOVE 0 TO WS-LINE-NUM.
       CHECK-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STORY-BODY-LINE))
               TO WS-LINE-LEN.
           EVALUATE TRUE
      *    A DEFINITION LINE IS MARKUP, NOT PROSE - SKIP THE WORD
      *    AND BALANCE CHECKS, THE ORPHAN REPORT COVERS IT.
               WHEN STORY-BODY-LINE(1:2) = '[^'
                   CONTINUE
      *    SO ARE THE BRANCH MARKERS - A SECTION NAME IS AN
      *    IDENTIFIER, CHECK-BRANCH-GRAPH COVERS THEM.
               WHEN STORY-BODY-LINE(1:9) = '@SECTION '
                   CONTINUE
               WHEN STORY-BODY-LINE(1:7) = '@ENDING'
                   CONTINUE
               WHEN OTHER
                   PERFORM CHECK-LINE-BALANCE
                   PERFORM CHECK-LINE-QUOTES
                   PERFORM CHECK-LINE-WORDS
                   PERFORM COLLECT-LINE-REFS
           END-EVALUATE.

       CHECK-LINE-BALANCE.
           MOVE 0 TO WS-STAR-COUNT WS-OPEN-COUNT WS-CLOSE-COUNT.
