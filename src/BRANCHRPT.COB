       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHRPT.
      *    BATCH JOB - WHICH BRANCHES DO READERS ACTUALLY TAKE? READS
      *    data/SECTION-VIEWS.DAT (ONE ROW PER SECTION VIEW, APPENDED
      *    BY STORY.CBL) AND, FOR EVERY BRANCHING STORY IN
      *    data/STORY.DAT (OR ONLY THE ONE NAMED ON THE COMMAND LINE),
      *    WALKS THE BODY FILE IN ORDER AND PRINTS:
      *      - EACH SECTION WITH HOW MANY TIMES IT WAS OPENED, AND
      *        HOW MANY OF THOSE WERE DIRECT (NO from=, I.E. A PLAIN
      *        LINK OR A BOOKMARK RATHER THAN A CHOICE);
      *      - UNDER IT, EACH OF ITS CHOICES WITH THE NUMBER OF
      *        READERS WHO CLICKED IT AND ITS SHARE OF THE CHOICES
      *        TAKEN OUT OF THAT SECTION. A CHOICE NOBODY HAS EVER
      *        TAKEN SHOWS AS 0 - THE BRANCH NOBODY FINDS.
      *    ROWS FOR SECTIONS THE BODY DOES NOT DECLARE (AN OLD LINK
      *    TO A RENAMED SECTION, A HAND-TYPED sec=) ARE COUNTED AT
      *    THE FOOT OF THE STORY SO THEY ARE NOT SILENTLY LOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT SECTION-VIEW-FILE ASSIGN TO "data/SECTION-VIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'STORYBODYFD.CPY'.
           COPY 'SECVFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'SECVREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SECV-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-SECV-EOF         PIC X       VALUE 'N'.
               88  SECV-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-WANTED-ID        PIC X(8)    VALUE SPACES.
       01  WS-BRANCHING        PIC X       VALUE 'N'.
               88  BRANCHING-BODY              VALUE 'Y'.
       01  WS-REPORTED-COUNT   PIC 9(3)    VALUE 0.
      *    THE VIEW LOG FOLDED FOR THE STORY IN HAND - ONE ENTRY PER
      *    DISTINCT (SECTION, FROM) PAIR. CLAIMED IS SET AS THE BODY
      *    WALK MATCHES AN ENTRY, SO WHAT IS LEFT UNCLAIMED AT THE
      *    END IS TRAFFIC TO SECTIONS THE BODY NO LONGER HAS.
       01  WS-PAIR-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY       OCCURS 500 TIMES.
               10  WS-PAIR-SECTION     PIC X(20).
               10  WS-PAIR-FROM        PIC X(20).
               10  WS-PAIR-VIEWS       PIC 9(6).
               10  WS-PAIR-CLAIMED     PIC X.
       01  WS-PAIR-IDX         PIC 9(4).
       01  WS-PAIR-HIT         PIC 9(4).
       01  WS-STORY-VIEWS      PIC 9(7)    VALUE 0.
       01  WS-STRAY-VIEWS      PIC 9(7)    VALUE 0.
      *    THE SECTION BEING PRINTED AND ITS TOTALS.
       01  WS-CUR-SECTION      PIC X(20)   VALUE SPACES.
       01  WS-CUR-VIEWS        PIC 9(6)    VALUE 0.
       01  WS-CUR-DIRECT       PIC 9(6)    VALUE 0.
       01  WS-CUR-TAKEN        PIC 9(6)    VALUE 0.
       01  WS-CHOICE-TARGET    PIC X(20).
       01  WS-CHOICE-LABEL     PIC X(200).
       01  WS-CHOICE-VIEWS     PIC 9(6)    VALUE 0.
       01  WS-CHOICE-PCT       PIC 9(3)    VALUE 0.
       01  WS-VIEWS-OUT        PIC Z(5)9.
       01  WS-DIRECT-OUT       PIC Z(5)9.
       01  WS-PCT-OUT          PIC ZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-WANTED-ID.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS NOT = '00'
               DISPLAY 'branchrpt: cannot read data/STORY.DAT'
               GOBACK
           END-IF.
           DISPLAY 'branches readers choose'.
           DISPLAY '-----------------------'.
           PERFORM UNTIL STORY-EOF
               READ STORY-FILE
                   AT END
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       IF WS-WANTED-ID = SPACES
                               OR FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(WS-WANTED-ID)
                           PERFORM REPORT-ONE-STORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.
           IF WS-REPORTED-COUNT = 0
               DISPLAY 'branchrpt: no branching stories to report'
           END-IF.
       GOBACK.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.

       REPORT-ONE-STORY.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           PERFORM DETECT-BRANCHING-BODY.
           IF BRANCHING-BODY
               ADD 1 TO WS-REPORTED-COUNT
               PERFORM TALLY-STORY-VIEWS
               DISPLAY ' '
               MOVE WS-STORY-VIEWS TO WS-VIEWS-OUT
               DISPLAY FUNCTION TRIM(STORY-ID) ' - '
                   FUNCTION TRIM(STORY-TITLE) ': '
                   FUNCTION TRIM(WS-VIEWS-OUT) ' section view(s)'
               PERFORM WALK-STORY-BODY
               PERFORM REPORT-STRAY-VIEWS
           END-IF.

       DETECT-BRANCHING-BODY.
           MOVE 'N' TO WS-BRANCHING WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               PERFORM UNTIL BODY-EOF OR BRANCHING-BODY
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           IF STORY-BODY-LINE(1:9) = '@SECTION '
                               SET BRANCHING-BODY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           END-IF.

      *    ONE PASS OVER THE VIEW LOG PER STORY - THE LOG IS SMALL
      *    NEXT TO THE HIT LOG AND THIS KEEPS THE PAIR TABLE TO ONE
      *    STORY'S WORTH.
       TALLY-STORY-VIEWS.
           MOVE 0 TO WS-PAIR-COUNT WS-STORY-VIEWS.
           MOVE 'N' TO WS-SECV-EOF.
           OPEN INPUT SECTION-VIEW-FILE.
           IF WS-SECV-STATUS = '00'
               PERFORM UNTIL SECV-EOF
                   READ SECTION-VIEW-FILE
                       AT END
                           SET SECV-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-VIEW
                   END-READ
               END-PERFORM
               CLOSE SECTION-VIEW-FILE
           END-IF.

       TALLY-ONE-VIEW.
           MOVE SPACES TO SECTION-VIEW-RECORD.
           UNSTRING SECTION-VIEW-LINE DELIMITED BY '|'
               INTO SV-STORY-ID SV-SECTION SV-FROM SV-DATE
           END-UNSTRING.
           IF FUNCTION TRIM(SV-STORY-ID) = FUNCTION TRIM(STORY-ID)
               ADD 1 TO WS-STORY-VIEWS
               MOVE 0 TO WS-PAIR-HIT
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                          OR WS-PAIR-HIT > 0
                   IF WS-PAIR-SECTION(WS-PAIR-IDX) = SV-SECTION
                           AND WS-PAIR-FROM(WS-PAIR-IDX) = SV-FROM
                       MOVE WS-PAIR-IDX TO WS-PAIR-HIT
                   END-IF
               END-PERFORM
               IF WS-PAIR-HIT = 0 AND WS-PAIR-COUNT < 500
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-HIT
                   MOVE SV-SECTION TO WS-PAIR-SECTION(WS-PAIR-HIT)
                   MOVE SV-FROM TO WS-PAIR-FROM(WS-PAIR-HIT)
                   MOVE 0 TO WS-PAIR-VIEWS(WS-PAIR-HIT)
                   MOVE 'N' TO WS-PAIR-CLAIMED(WS-PAIR-HIT)
               END-IF
               IF WS-PAIR-HIT > 0
                   ADD 1 TO WS-PAIR-VIEWS(WS-PAIR-HIT)
               END-IF
           END-IF.

      *    THE BODY IS WALKED IN ORDER SO THE REPORT READS LIKE THE
      *    STORY: A SECTION LINE, THEN ITS CHOICES INDENTED UNDER IT.
       WALK-STORY-BODY.
           MOVE 'N' TO WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
           PERFORM UNTIL BODY-EOF
               READ STORY-BODY-FILE
                   AT END
                       SET BODY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN STORY-BODY-LINE(1:9) = '@SECTION '
                               MOVE STORY-BODY-LINE(10:20)
                                   TO WS-CUR-SECTION
                               PERFORM REPORT-SECTION-LINE
                           WHEN STORY-BODY-LINE(1:8) = '@CHOICE '
                               PERFORM REPORT-CHOICE-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE STORY-BODY-FILE.

      *    VIEWS OF A SECTION ARE EVERY PAIR LANDING ON IT; CHOICES
      *    TAKEN OUT OF IT ARE EVERY PAIR WHOSE from= IS IT - THE
      *    SHARE UNDER EACH CHOICE IS OUT OF THE LATTER.
       REPORT-SECTION-LINE.
           MOVE 0 TO WS-CUR-VIEWS WS-CUR-DIRECT WS-CUR-TAKEN.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF FUNCTION TRIM(WS-PAIR-SECTION(WS-PAIR-IDX)) =
                       FUNCTION TRIM(WS-CUR-SECTION)
                   ADD WS-PAIR-VIEWS(WS-PAIR-IDX) TO WS-CUR-VIEWS
                   MOVE 'Y' TO WS-PAIR-CLAIMED(WS-PAIR-IDX)
                   IF WS-PAIR-FROM(WS-PAIR-IDX) = SPACES
                       ADD WS-PAIR-VIEWS(WS-PAIR-IDX)
                           TO WS-CUR-DIRECT
                   END-IF
               END-IF
               IF FUNCTION TRIM(WS-PAIR-FROM(WS-PAIR-IDX)) =
                       FUNCTION TRIM(WS-CUR-SECTION)
                   ADD WS-PAIR-VIEWS(WS-PAIR-IDX) TO WS-CUR-TAKEN
               END-IF
           END-PERFORM.
           MOVE WS-CUR-VIEWS TO WS-VIEWS-OUT.
           MOVE WS-CUR-DIRECT TO WS-DIRECT-OUT.
           DISPLAY '  [' FUNCTION TRIM(WS-CUR-SECTION) '] '
               FUNCTION TRIM(WS-VIEWS-OUT) ' view(s), '
               FUNCTION TRIM(WS-DIRECT-OUT) ' direct'.

       REPORT-CHOICE-LINE.
           MOVE SPACES TO WS-CHOICE-TARGET WS-CHOICE-LABEL.
           UNSTRING STORY-BODY-LINE(9:) DELIMITED BY '|'
               INTO WS-CHOICE-TARGET WS-CHOICE-LABEL
           END-UNSTRING.
           MOVE 0 TO WS-CHOICE-VIEWS WS-CHOICE-PCT.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF FUNCTION TRIM(WS-PAIR-SECTION(WS-PAIR-IDX)) =
                       FUNCTION TRIM(WS-CHOICE-TARGET)
                   AND FUNCTION TRIM(WS-PAIR-FROM(WS-PAIR-IDX)) =
                       FUNCTION TRIM(WS-CUR-SECTION)
                   ADD WS-PAIR-VIEWS(WS-PAIR-IDX) TO WS-CHOICE-VIEWS
               END-IF
           END-PERFORM.
           IF WS-CUR-TAKEN > 0
               COMPUTE WS-CHOICE-PCT ROUNDED =
                   WS-CHOICE-VIEWS * 100 / WS-CUR-TAKEN
           END-IF.
           MOVE WS-CHOICE-VIEWS TO WS-VIEWS-OUT.
           MOVE WS-CHOICE-PCT TO WS-PCT-OUT.
           DISPLAY '      -> ' FUNCTION TRIM(WS-CHOICE-TARGET) ' "'
               FUNCTION TRIM(WS-CHOICE-LABEL) '": '
               FUNCTION TRIM(WS-VIEWS-OUT) ' ('
               FUNCTION TRIM(WS-PCT-OUT) '%)'.

       REPORT-STRAY-VIEWS.
           MOVE 0 TO WS-STRAY-VIEWS.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CLAIMED(WS-PAIR-IDX) = 'N'
                   ADD WS-PAIR-VIEWS(WS-PAIR-IDX) TO WS-STRAY-VIEWS
               END-IF
           END-PERFORM.
           IF WS-STRAY-VIEWS > 0
               MOVE WS-STRAY-VIEWS TO WS-VIEWS-OUT
               DISPLAY '  ' FUNCTION TRIM(WS-VIEWS-OUT)
                   ' view(s) of sections this body does not declare:'
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF WS-PAIR-CLAIMED(WS-PAIR-IDX) = 'N'
                       MOVE WS-PAIR-VIEWS(WS-PAIR-IDX) TO WS-VIEWS-OUT
                       DISPLAY '      '
                           FUNCTION TRIM(WS-PAIR-SECTION(WS-PAIR-IDX))
                           ': ' FUNCTION TRIM(WS-VIEWS-OUT)
                   END-IF
               END-PERFORM
           END-IF.
       END PROGRAM BRANCHRPT.
