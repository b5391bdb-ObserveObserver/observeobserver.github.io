       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBPROV.
      *    BATCH JOB - THE PROVENANCE CERTIFICATE FOR ONE BOARD. RUN
      *    WITH A KB-ID ON THE COMMAND LINE; EVERYTHING THE SITE
      *    ALREADY KNOWS ABOUT THE BOARD IS JOINED INTO ONE PRINTABLE
      *    PLAIN-TEXT DOCUMENT, data/PROVENANCE-<KB-ID>.TXT, TO GO IN
      *    THE BOX WHEN A TRADE COMPLETES:
      *        - ACQUISITION DATE AND SPECS FROM data/KEYBOARD.DAT;
      *        - EVERY data/KBMAINT.DAT ENTRY WITH ITS PARTS AND COST;
      *        - THE TRADE STATE CHANGES FROM data/TRADE-HISTORY.DAT;
      *        - MY RATING AND THE AVERAGED READER RATING FROM
      *          data/KBREVIEW.DAT (AS KBDIVERG.COB WORKS IT OUT);
      *        - THE PUBLISHED STORIES TYPED ON IT (STORY-KEYBOARD).
      *    LIKE DOSSIER.COB, NOTHING HERE IS NEW DATA - THE HISTORY
      *    JUST NEVER TRAVELLED WITH THE BOARD BEFORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KB-FILE ASSIGN TO "data/KEYBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           SELECT KB-MAINT-FILE ASSIGN TO "data/KBMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/TRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "data/KBREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'KBFD.CPY'.
           COPY 'KBMFD.CPY'.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-LINE   PIC X(60).
           COPY 'KBREVFD.CPY' REPLACING KB-REVIEW-FILE BY REVIEW-FILE
               KB-REVIEW-FILE-LINE BY REVIEW-FILE-LINE.
           COPY 'STORYFD.CPY'.
       FD  CERT-FILE.
       01  CERT-FILE-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'KBREC.CPY'.
           COPY 'KBMREC.CPY'.
           COPY 'KBREVREC.CPY'.
           COPY 'STORYREC.CPY'.
       01  WS-KB-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MAINT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-HISTORY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-REVIEW-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CERT-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KB-EOF           PIC X       VALUE 'N'.
               88  KB-EOF                      VALUE 'Y'.
       01  WS-MAINT-EOF        PIC X       VALUE 'N'.
               88  MAINT-EOF                   VALUE 'Y'.
       01  WS-HISTORY-EOF      PIC X       VALUE 'N'.
               88  HISTORY-EOF                 VALUE 'Y'.
       01  WS-REVIEW-EOF       PIC X       VALUE 'N'.
               88  REVIEW-EOF                  VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-WANTED-ID        PIC X(8)    VALUE SPACES.
       01  WS-CERT-NAME        PIC X(60)   VALUE SPACES.
       01  WS-BOARD-SEEN       PIC X       VALUE 'N'.
               88  BOARD-SEEN                  VALUE 'Y'.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-LINE             PIC X(80)   VALUE SPACES.
       01  WS-SHOWN-DATE       PIC X(10)   VALUE SPACES.
       01  WS-DATE-IN          PIC X(8)    VALUE SPACES.
       01  WS-H-KB             PIC X(8).
       01  WS-H-DATE           PIC X(8).
       01  WS-H-FROM           PIC X(12).
       01  WS-H-TO             PIC X(12).
       01  WS-ENTRY-COUNT      PIC 9(4)    VALUE 0.
       01  WS-MAINT-TOTAL      PIC 9(7)V99 VALUE 0.
       01  WS-COST-EDIT        PIC Z(6)9.99.
       01  WS-REVIEW-COUNT     PIC 9(4)    VALUE 0.
       01  WS-RATING-SUM       PIC 9(6)    VALUE 0.
       01  WS-RATING-AVG       PIC 9(2)V9(1) VALUE 0.
       01  WS-AVG-EDIT         PIC Z9.9.
       01  WS-COUNT-EDIT       PIC Z(3)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-WANTED-ID.
           IF WS-WANTED-ID = SPACES
               DISPLAY 'kbprov: give a board id'
               GOBACK
           END-IF.
           PERFORM FIND-BOARD.
           IF NOT BOARD-SEEN
               DISPLAY 'kbprov: no board ' FUNCTION TRIM(WS-WANTED-ID)
                   ' in data/KEYBOARD.DAT'
               GOBACK
           END-IF.
           STRING 'data/PROVENANCE-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WANTED-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-CERT-NAME
           END-STRING.
           OPEN OUTPUT CERT-FILE.
           IF WS-CERT-STATUS NOT = '00'
               DISPLAY 'kbprov: cannot write '
                   FUNCTION TRIM(WS-CERT-NAME)
               GOBACK
           END-IF.
           PERFORM WRITE-BOARD-SECTION.
           PERFORM WRITE-MAINT-SECTION.
           PERFORM WRITE-TRADE-SECTION.
           PERFORM WRITE-RATING-SECTION.
           PERFORM WRITE-STORY-SECTION.
           MOVE SPACES TO WS-LINE.
           PERFORM PUT-LINE.
           MOVE WS-TODAY-DATE TO WS-DATE-IN.
           PERFORM SHOW-DATE.
           STRING 'issued ' DELIMITED BY SIZE
                  WS-SHOWN-DATE DELIMITED BY SIZE
                  ' by observe.observer' DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           CLOSE CERT-FILE.
           DISPLAY 'kbprov: written to ' FUNCTION TRIM(WS-CERT-NAME).
       GOBACK.

       FIND-BOARD.
           MOVE 'N' TO WS-BOARD-SEEN WS-KB-EOF.
           OPEN INPUT KB-FILE.
           IF WS-KB-STATUS = '00'
               PERFORM UNTIL KB-EOF OR BOARD-SEEN
                   READ KB-FILE
                       AT END
                           SET KB-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KB-RECORD
                           UNSTRING KB-FILE-LINE DELIMITED BY '|'
                               INTO KB-ID KB-MANUFACTURER
                                    KB-SWITCH-TYPE KB-LAYOUT
                                    KB-KEYCAP-PROFILE
                                    KB-ACQUIRED-DATE KB-RATING
                                    KB-FORTRADE
                           END-UNSTRING
                           IF FUNCTION TRIM(KB-ID) =
                                   FUNCTION TRIM(WS-WANTED-ID)
                               SET BOARD-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           END-IF.

       PUT-LINE.
           MOVE WS-LINE TO CERT-FILE-LINE.
           WRITE CERT-FILE-LINE.
           MOVE SPACES TO WS-LINE.

      *    YYYYMMDD AS YYYY-MM-DD, THE WAY KBPAGE.COB SHOWS DATES.
       SHOW-DATE.
           MOVE SPACES TO WS-SHOWN-DATE.
           IF WS-DATE-IN IS NUMERIC
               STRING WS-DATE-IN(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DATE-IN(5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DATE-IN(7:2) DELIMITED BY SIZE
                   INTO WS-SHOWN-DATE
               END-STRING
           ELSE
               MOVE 'unknown' TO WS-SHOWN-DATE
           END-IF.

      *    -------- THE BOARD --------

       WRITE-BOARD-SECTION.
           MOVE 'PROVENANCE OF KEYBOARD ' TO WS-LINE.
           MOVE FUNCTION TRIM(KB-ID) TO WS-LINE(24:8).
           PERFORM PUT-LINE.
           MOVE ALL '=' TO WS-LINE(1:40).
           PERFORM PUT-LINE.
           PERFORM PUT-LINE.
           STRING 'maker:          ' DELIMITED BY SIZE
                  FUNCTION TRIM(KB-MANUFACTURER) DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING 'switches:       ' DELIMITED BY SIZE
                  FUNCTION TRIM(KB-SWITCH-TYPE) DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING 'layout:         ' DELIMITED BY SIZE
                  FUNCTION TRIM(KB-LAYOUT) DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING 'keycap profile: ' DELIMITED BY SIZE
                  FUNCTION TRIM(KB-KEYCAP-PROFILE) DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE KB-ACQUIRED-DATE TO WS-DATE-IN.
           PERFORM SHOW-DATE.
           STRING 'acquired:       ' DELIMITED BY SIZE
                  WS-SHOWN-DATE DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.

      *    -------- MAINTENANCE --------

       WRITE-MAINT-SECTION.
           PERFORM PUT-LINE.
           MOVE 'MAINTENANCE AND WORK DONE' TO WS-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO WS-ENTRY-COUNT WS-MAINT-TOTAL.
           MOVE 'N' TO WS-MAINT-EOF.
           OPEN INPUT KB-MAINT-FILE.
           IF WS-MAINT-STATUS = '00'
               PERFORM UNTIL MAINT-EOF
                   READ KB-MAINT-FILE
                       AT END
                           SET MAINT-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ONE-MAINT
                   END-READ
               END-PERFORM
               CLOSE KB-MAINT-FILE
           END-IF.
           IF WS-ENTRY-COUNT = 0
               MOVE '  none recorded' TO WS-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE WS-MAINT-TOTAL TO WS-COST-EDIT
               STRING '  total spent on the board: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COST-EDIT) DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

       WRITE-ONE-MAINT.
           MOVE SPACES TO KB-MAINT-RECORD.
           UNSTRING KB-MAINT-FILE-LINE DELIMITED BY '|'
               INTO KBM-KB-ID KBM-DATE KBM-WORK KBM-PARTS KBM-COST
           END-UNSTRING.
           IF FUNCTION TRIM(KBM-KB-ID) = FUNCTION TRIM(KB-ID)
               ADD 1 TO WS-ENTRY-COUNT
               IF FUNCTION TEST-NUMVAL(KBM-COST) = 0
                   ADD FUNCTION NUMVAL(KBM-COST) TO WS-MAINT-TOTAL
               END-IF
               MOVE KBM-DATE TO WS-DATE-IN
               PERFORM SHOW-DATE
               STRING '  ' DELIMITED BY SIZE
                      WS-SHOWN-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(KBM-WORK) DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               PERFORM PUT-LINE
               IF FUNCTION TRIM(KBM-PARTS) NOT = SPACES
                   STRING '              parts: ' DELIMITED BY SIZE
                          FUNCTION TRIM(KBM-PARTS) DELIMITED BY SIZE
                       INTO WS-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
               STRING '              cost: ' DELIMITED BY SIZE
                      FUNCTION TRIM(KBM-COST) DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

      *    -------- TRADE HISTORY --------

       WRITE-TRADE-SECTION.
           PERFORM PUT-LINE.
           MOVE 'TRADE HISTORY' TO WS-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ONE-TRANSITION
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-ENTRY-COUNT = 0
               MOVE '  never offered in trade' TO WS-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-ONE-TRANSITION.
           MOVE SPACES TO WS-H-KB WS-H-DATE WS-H-FROM WS-H-TO.
           UNSTRING HISTORY-FILE-LINE DELIMITED BY '|'
               INTO WS-H-KB WS-H-DATE WS-H-FROM WS-H-TO
           END-UNSTRING.
           IF FUNCTION TRIM(WS-H-KB) = FUNCTION TRIM(KB-ID)
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-H-DATE TO WS-DATE-IN
               PERFORM SHOW-DATE
               STRING '  ' DELIMITED BY SIZE
                      WS-SHOWN-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-H-FROM) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-H-TO) DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

      *    -------- RATINGS --------

       WRITE-RATING-SECTION.
           PERFORM PUT-LINE.
           MOVE 'RATINGS' TO WS-LINE.
           PERFORM PUT-LINE.
           STRING '  owner:   ' DELIMITED BY SIZE
                  KB-RATING DELIMITED BY SIZE
                  '/5' DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING.
           PERFORM PUT-LINE.
           PERFORM SUM-KB-REVIEWS.
           IF WS-REVIEW-COUNT = 0
               MOVE '  readers: no reviews' TO WS-LINE
           ELSE
               MOVE WS-RATING-AVG TO WS-AVG-EDIT
               MOVE WS-REVIEW-COUNT TO WS-COUNT-EDIT
               STRING '  readers: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AVG-EDIT) DELIMITED BY SIZE
                      '/5 over ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      ' review(s)' DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

       SUM-KB-REVIEWS.
           MOVE 0 TO WS-REVIEW-COUNT WS-RATING-SUM WS-RATING-AVG.
           MOVE 'N' TO WS-REVIEW-EOF.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = '00'
               PERFORM UNTIL REVIEW-EOF
                   READ REVIEW-FILE
                       AT END
                           SET REVIEW-EOF TO TRUE
                       NOT AT END
                           UNSTRING REVIEW-FILE-LINE
                               DELIMITED BY '|'
                               INTO KBR-KB-ID KBR-NAME KBR-RATING
                                    KBR-BODY KBR-DATE
                           END-UNSTRING
                           IF FUNCTION TRIM(KBR-KB-ID) =
                                   FUNCTION TRIM(KB-ID)
                               ADD 1 TO WS-REVIEW-COUNT
                               ADD KBR-RATING TO WS-RATING-SUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
           IF WS-REVIEW-COUNT > 0
               COMPUTE WS-RATING-AVG ROUNDED =
                   WS-RATING-SUM / WS-REVIEW-COUNT
           END-IF.

      *    -------- STORIES TYPED ON IT --------

      *    ONLY WHAT IS PUBLISHED - THE SAME TEST KBPAGE.COB USES.
       WRITE-STORY-SECTION.
           PERFORM PUT-LINE.
           MOVE 'STORIES WRITTEN ON THIS BOARD' TO WS-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 'N' TO WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ONE-STORY
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           IF WS-ENTRY-COUNT = 0
               MOVE '  none on record' TO WS-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-ONE-STORY.
           MOVE SPACES TO STORY-AUTHORS STORY-KEYBOARD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
           END-UNSTRING.
           IF FUNCTION TRIM(STORY-KEYBOARD) = FUNCTION TRIM(KB-ID)
                   AND STORY-DRAFT NOT = 'Y'
                   AND STORY-PROGRAM NOT = SPACES
                   AND STORY-PUBDATE <= WS-TODAY-DATE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE STORY-PUBDATE TO WS-DATE-IN
               PERFORM SHOW-DATE
               STRING '  ' DELIMITED BY SIZE
                      WS-SHOWN-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-TITLE) DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.
       END PROGRAM KBPROV.
