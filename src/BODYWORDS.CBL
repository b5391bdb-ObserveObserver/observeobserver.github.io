       IDENTIFICATION DIVISION.
       PROGRAM-ID. BODYWORDS.
      *    SHARED SUBPROGRAM - HOW LONG IS THIS STORY? COUNTS THE
      *    WORDS OF data/STORIES/<LS-STORY-ID>.TXT THE SAME WAY
      *    STORY.CBL FIGURES READING TIME: EVERY NON-BLANK LINE IS
      *    ITS SPACES PLUS ONE, AND @SECTION/@CHOICE MARKER LINES
      *    DO NOT COUNT. LS-FOUND COMES BACK 'N' (AND THE COUNT
      *    ZERO) WHEN THERE IS NO BODY FILE. USED BY WRITELOG.CBL,
      *    WRITERPT.COB AND THE ADMIN PIPELINE BOARD.
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
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-LINE-SPACES      PIC 9(4).
       LINKAGE SECTION.
       01  LS-STORY-ID         PIC X(8).
       01  LS-WORDS            PIC 9(7).
       01  LS-FOUND            PIC X.
       PROCEDURE DIVISION USING LS-STORY-ID LS-WORDS LS-FOUND.
           MOVE 0 TO LS-WORDS.
           MOVE 'N' TO LS-FOUND.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STORY-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           MOVE 'N' TO WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               MOVE 'Y' TO LS-FOUND
               PERFORM UNTIL BODY-EOF
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           END-IF.
       GOBACK.

       COUNT-ONE-LINE.
           IF FUNCTION TRIM(STORY-BODY-LINE) NOT = SPACES
                   AND STORY-BODY-LINE(1:1) NOT = '@'
               MOVE 0 TO WS-LINE-SPACES
               INSPECT FUNCTION TRIM(STORY-BODY-LINE)
                   TALLYING WS-LINE-SPACES FOR ALL SPACE
               ADD WS-LINE-SPACES 1 TO LS-WORDS
           END-IF.
       END PROGRAM BODYWORDS.
