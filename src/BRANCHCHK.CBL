       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHCHK.
      *    SHARED SUBPROGRAM - BUILDS THE SECTION GRAPH OF ONE
      *    BRANCHING BODY (data/STORIES/<LS-STORY-ID>.TXT) AND PRINTS
      *    EVERY WAY IT CAN STRAND A READER, EACH AS A LINE-NUMBERED
      *    EXCEPTION PREFIXED WITH THE CALLER'S NAME IN LS-PREFIX:
      *      - A CHOICE NAMING A SECTION THE BODY NEVER DECLARES -
      *        STORY.CBL WOULD RENDER IT AS A LINK TO AN EMPTY PAGE;
      *      - A SECTION NO CHOICE CHAIN FROM 'start' EVER REACHES;
      *      - A SECTION WITH NO CHOICE OUT OF IT THAT IS NOT MARKED
      *        '@ENDING' - A DEAD END NOBODY MEANT;
      *      - NO '@SECTION start', A SECTION DECLARED TWICE, AND
      *        TEXT OR MARKERS BEFORE THE FIRST SECTION (NEVER SHOWN).
      *    THE VERDICT COMES BACK IN LS-RESULT:
      *        'N' - NOT A BRANCHING BODY, NOTHING TO CHECK
      *        'C' - BRANCHING AND THE GRAPH HOLDS
      *        'B' - BRANCHING AND BROKEN; LS-PROBLEMS SAYS HOW BADLY
      *        'M' - NO BODY FILE
      *    BRANCHVAL.COB SWEEPS EVERY STORY WITH IT AND PROOF.COB
      *    REFUSES A DRAFT ON A 'B'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYBODYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-LINE-NUM         PIC 9(5)    VALUE 0.
       01  WS-STRAY-LINE       PIC 9(5)    VALUE 0.
      *    THE GRAPH - ONE ENTRY PER @SECTION, ONE PER @CHOICE. A
      *    CHOICE HOLDS THE INDEX OF THE SECTION IT SITS IN AND, ONCE
      *    RESOLVED, THE INDEX OF THE SECTION IT LEADS TO (0 WHEN THE
      *    TARGET DOES NOT EXIST).
       01  WS-SEC-COUNT        PIC 9(3)    VALUE 0.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY        OCCURS 100 TIMES.
               10  WS-SEC-NAME         PIC X(20).
               10  WS-SEC-LINE         PIC 9(5).
               10  WS-SEC-EXITS        PIC 9(3).
               10  WS-SEC-ENDING       PIC X.
               10  WS-SEC-REACHED      PIC X.
       01  WS-CHO-COUNT        PIC 9(3)    VALUE 0.
       01  WS-CHO-TABLE.
           05  WS-CHO-ENTRY        OCCURS 400 TIMES.
               10  WS-CHO-FROM         PIC 9(3).
               10  WS-CHO-TARGET       PIC X(20).
               10  WS-CHO-LINE         PIC 9(5).
               10  WS-CHO-TO           PIC 9(3).
       01  WS-CURRENT-SEC      PIC 9(3)    VALUE 0.
       01  WS-START-SEC        PIC 9(3)    VALUE 0.
       01  WS-SEC-IDX          PIC 9(3).
       01  WS-CHO-IDX          PIC 9(3).
       01  WS-FOUND-SEC        PIC 9(3).
       01  WS-NEW-NAME         PIC X(20).
       01  WS-NEW-TARGET       PIC X(20).
       01  WS-NEW-LABEL        PIC X(200).
       01  WS-GRAPH-CHANGED    PIC X       VALUE 'N'.
               88  GRAPH-CHANGED               VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-STORY-ID         PIC X(8).
       01  LS-PREFIX           PIC X(12).
       01  LS-RESULT           PIC X.
       01  LS-PROBLEMS         PIC 9(4).
       PROCEDURE DIVISION USING LS-STORY-ID LS-PREFIX LS-RESULT
               LS-PROBLEMS.
           MOVE 'N' TO LS-RESULT.
           MOVE 0 TO LS-PROBLEMS.
           MOVE 0 TO WS-SEC-COUNT WS-CHO-COUNT WS-CURRENT-SEC
               WS-START-SEC WS-LINE-NUM WS-STRAY-LINE.
           MOVE 'N' TO WS-BODY-EOF.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STORY-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS NOT = '00'
               MOVE 'M' TO LS-RESULT
               GOBACK
           END-IF.
           PERFORM UNTIL BODY-EOF
               READ STORY-BODY-FILE
                   AT END
                       SET BODY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM COLLECT-GRAPH-LINE
               END-READ
           END-PERFORM.
           CLOSE STORY-BODY-FILE.
           IF WS-SEC-COUNT = 0
               GOBACK
           END-IF.
           IF WS-STRAY-LINE > 0
               ADD 1 TO LS-PROBLEMS
               DISPLAY FUNCTION TRIM(LS-PREFIX) ': line '
                   WS-STRAY-LINE ': text before the first @SECTION'
                   ' is never shown'
           END-IF.
           IF WS-START-SEC = 0
               ADD 1 TO LS-PROBLEMS
               DISPLAY FUNCTION TRIM(LS-PREFIX) ': no @SECTION start'
                   ' - a plain link to the story opens on nothing'
           END-IF.
           PERFORM RESOLVE-CHOICES.
           PERFORM MARK-REACHABLE.
           PERFORM REPORT-SECTIONS.
           IF LS-PROBLEMS = 0
               MOVE 'C' TO LS-RESULT
           ELSE
               MOVE 'B' TO LS-RESULT
           END-IF.
       GOBACK.

      *    SAME MARKER SPELLINGS STORY.CBL RENDERS FROM - A SECTION
      *    NAME IS COLUMNS 10-29, A CHOICE IS '<name>|<link text>'.
       COLLECT-GRAPH-LINE.
           EVALUATE TRUE
               WHEN STORY-BODY-LINE(1:9) = '@SECTION '
                   MOVE STORY-BODY-LINE(10:20) TO WS-NEW-NAME
                   PERFORM ADD-SECTION
               WHEN STORY-BODY-LINE(1:7) = '@ENDING'
                   IF WS-CURRENT-SEC = 0
                       PERFORM NOTE-STRAY-LINE
                   ELSE
                       MOVE 'Y' TO WS-SEC-ENDING(WS-CURRENT-SEC)
                   END-IF
               WHEN STORY-BODY-LINE(1:8) = '@CHOICE '
                   IF WS-CURRENT-SEC = 0
                       PERFORM NOTE-STRAY-LINE
                   ELSE
                       PERFORM ADD-CHOICE
                   END-IF
               WHEN WS-CURRENT-SEC = 0
                       AND STORY-BODY-LINE NOT = SPACES
                   PERFORM NOTE-STRAY-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-STRAY-LINE.
           IF WS-STRAY-LINE = 0
               MOVE WS-LINE-NUM TO WS-STRAY-LINE
           END-IF.

      *    A SECOND DECLARATION OF A NAME IS REPORTED AND ITS CHOICES
      *    ARE FILED UNDER THE FIRST - STORY.CBL SHOWS BOTH BLOCKS
      *    UNDER THE ONE sec=, SO THAT IS WHAT THE READER GETS.
       ADD-SECTION.
           PERFORM FIND-SECTION-BY-NAME.
           IF WS-FOUND-SEC > 0
               ADD 1 TO LS-PROBLEMS
               DISPLAY FUNCTION TRIM(LS-PREFIX) ': line '
                   WS-LINE-NUM ': section '''
                   FUNCTION TRIM(WS-NEW-NAME) ''' declared again'
                   ' (first at line ' WS-SEC-LINE(WS-FOUND-SEC) ')'
               MOVE WS-FOUND-SEC TO WS-CURRENT-SEC
           ELSE
               IF WS-SEC-COUNT < 100
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-NEW-NAME TO WS-SEC-NAME(WS-SEC-COUNT)
                   MOVE WS-LINE-NUM TO WS-SEC-LINE(WS-SEC-COUNT)
                   MOVE 0 TO WS-SEC-EXITS(WS-SEC-COUNT)
                   MOVE 'N' TO WS-SEC-ENDING(WS-SEC-COUNT)
                   MOVE 'N' TO WS-SEC-REACHED(WS-SEC-COUNT)
                   MOVE WS-SEC-COUNT TO WS-CURRENT-SEC
                   IF FUNCTION TRIM(WS-NEW-NAME) = 'start'
                       MOVE WS-SEC-COUNT TO WS-START-SEC
                   END-IF
               END-IF
           END-IF.

       ADD-CHOICE.
           MOVE SPACES TO WS-NEW-TARGET WS-NEW-LABEL.
           UNSTRING STORY-BODY-LINE(9:) DELIMITED BY '|'
               INTO WS-NEW-TARGET WS-NEW-LABEL
           END-UNSTRING.
           ADD 1 TO WS-SEC-EXITS(WS-CURRENT-SEC).
           IF WS-CHO-COUNT < 400
               ADD 1 TO WS-CHO-COUNT
               MOVE WS-CURRENT-SEC TO WS-CHO-FROM(WS-CHO-COUNT)
               MOVE WS-NEW-TARGET TO WS-CHO-TARGET(WS-CHO-COUNT)
               MOVE WS-LINE-NUM TO WS-CHO-LINE(WS-CHO-COUNT)
               MOVE 0 TO WS-CHO-TO(WS-CHO-COUNT)
           END-IF.

       FIND-SECTION-BY-NAME.
           MOVE 0 TO WS-FOUND-SEC.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                      OR WS-FOUND-SEC > 0
               IF FUNCTION TRIM(WS-SEC-NAME(WS-SEC-IDX)) =
                       FUNCTION TRIM(WS-NEW-NAME)
                   MOVE WS-SEC-IDX TO WS-FOUND-SEC
               END-IF
           END-PERFORM.

       RESOLVE-CHOICES.
           PERFORM VARYING WS-CHO-IDX FROM 1 BY 1
                   UNTIL WS-CHO-IDX > WS-CHO-COUNT
               MOVE WS-CHO-TARGET(WS-CHO-IDX) TO WS-NEW-NAME
               PERFORM FIND-SECTION-BY-NAME
               MOVE WS-FOUND-SEC TO WS-CHO-TO(WS-CHO-IDX)
               IF WS-FOUND-SEC = 0
                   ADD 1 TO LS-PROBLEMS
                   DISPLAY FUNCTION TRIM(LS-PREFIX) ': line '
                       WS-CHO-LINE(WS-CHO-IDX) ': choice in '''
                       FUNCTION TRIM(
                           WS-SEC-NAME(WS-CHO-FROM(WS-CHO-IDX)))
                       ''' leads to missing section '''
                       FUNCTION TRIM(WS-CHO-TARGET(WS-CHO-IDX)) ''''
               END-IF
           END-PERFORM.

      *    FLOOD FROM 'start' ALONG THE RESOLVED CHOICES, ONE PASS
      *    OVER THE CHOICE TABLE AT A TIME, UNTIL A PASS MARKS
      *    NOTHING NEW.
       MARK-REACHABLE.
           IF WS-START-SEC > 0
               MOVE 'Y' TO WS-SEC-REACHED(WS-START-SEC)
               SET GRAPH-CHANGED TO TRUE
               PERFORM UNTIL NOT GRAPH-CHANGED
                   MOVE 'N' TO WS-GRAPH-CHANGED
                   PERFORM VARYING WS-CHO-IDX FROM 1 BY 1
                           UNTIL WS-CHO-IDX > WS-CHO-COUNT
                       IF WS-CHO-TO(WS-CHO-IDX) > 0
                           IF WS-SEC-REACHED(WS-CHO-FROM(WS-CHO-IDX))
                                   = 'Y'
                               AND WS-SEC-REACHED(WS-CHO-TO(WS-CHO-IDX))
                                   = 'N'
                               MOVE 'Y' TO
                                   WS-SEC-REACHED(WS-CHO-TO(WS-CHO-IDX))
                               SET GRAPH-CHANGED TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       REPORT-SECTIONS.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-REACHED(WS-SEC-IDX) = 'N'
                       AND WS-START-SEC > 0
                   ADD 1 TO LS-PROBLEMS
                   DISPLAY FUNCTION TRIM(LS-PREFIX) ': line '
                       WS-SEC-LINE(WS-SEC-IDX) ': section '''
                       FUNCTION TRIM(WS-SEC-NAME(WS-SEC-IDX))
                       ''' is unreachable from start'
               END-IF
               IF WS-SEC-EXITS(WS-SEC-IDX) = 0
                       AND WS-SEC-ENDING(WS-SEC-IDX) = 'N'
                   ADD 1 TO LS-PROBLEMS
                   DISPLAY FUNCTION TRIM(LS-PREFIX) ': line '
                       WS-SEC-LINE(WS-SEC-IDX) ': section '''
                       FUNCTION TRIM(WS-SEC-NAME(WS-SEC-IDX))
                       ''' has no way forward and is not marked'
                       ' @ENDING'
               END-IF
           END-PERFORM.
       END PROGRAM BRANCHCHK.
