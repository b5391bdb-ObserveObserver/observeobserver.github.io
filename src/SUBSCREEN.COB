       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCREEN.
      *    BATCH JOB - NEAR-DUPLICATE SCREEN FOR READER SUBMISSIONS.
      *    TWICE A "NEW" SUBMISSION TURNED OUT TO BE ONE OF OUR OWN
      *    STORIES LIGHTLY REWORDED, OR THE SAME PIECE SENT AGAIN
      *    UNDER ANOTHER NAME, AND EDREVIEW.COB SHOWED IT WITH NO
      *    CONTEXT. THIS JOB COMPARES EVERY ROW IN
      *    data/SUBMISSIONS-PENDING.DAT WITH EVERY BODY UNDER
      *    data/STORIES/ THAT data/STORY.DAT KNOWS (LIVE AND DRAFT),
      *    EVERY EARLIER SUBMISSION IN data/SUBMISSIONS-LOG.DAT, AND
      *    THE PENDING ROWS AHEAD OF IT.
      *    THE COMPARISON IS BY OVERLAPPING FOUR-WORD SEQUENCES:
      *    BOTH TEXTS ARE LOWER-CASED, MARKUP AND PUNCTUATION BECOME
      *    WORD BREAKS (APOSTROPHES ARE DROPPED, SO "CAN'T" AND
      *    "CANT" AGREE), AND THE SCORE IS THE SHARE OF THE
      *    SUBMISSION'S SEQUENCES, IN PERCENT, THAT ALSO TURN UP IN
      *    THE OTHER TEXT. A REWORDING THAT KEEPS MOST OF THE
      *    PHRASING STILL SCORES HIGH; TWO PIECES THAT MERELY SHARE
      *    COMMON WORDS DO NOT. THE CLOSEST MATCH IS THE TEXT WITH
      *    THE HIGHEST SCORE, AND THE MATCHING PASSAGE IS THE LONGEST
      *    UNBROKEN RUN OF SHARED SEQUENCES, QUOTED FROM THE
      *    SUBMISSION.
      *    THE RESULT RIDES ON THE PENDING ROW ITSELF AS THREE
      *    TRAILING FIELDS - SCORE|CLOSEST MATCH|PASSAGE - WHICH
      *    EDREVIEW.COB SHOWS BEFORE IT ASKS FOR A DECISION. EVERY
      *    ROW IS SCORED AFRESH EACH RUN, SO A STORY ADDED SINCE THE
      *    LAST RUN IS TAKEN INTO ACCOUNT. THE QUEUE IS REWRITTEN
      *    UNDER THE FGUARD LOCK AND A ROW SUBMIT.COB APPENDED WHILE
      *    THE JOB WAS SCORING IS CARRIED OVER UNTOUCHED FOR THE
      *    NEXT RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "data/SUBMISSIONS-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/SUBMISSIONS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT SUBLOG-FILE ASSIGN TO "data/SUBMISSIONS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLOG-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-LINE   PIC X(2200).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(2200).
       FD  SUBLOG-FILE.
       01  SUBLOG-FILE-LINE    PIC X(2200).
           COPY 'STORYFD.CPY'.
           COPY 'STORYBODYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SUBLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-PENDING-EOF      PIC X       VALUE 'N'.
               88  PENDING-EOF                 VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-SUBLOG-EOF       PIC X       VALUE 'N'.
               88  SUBLOG-EOF                  VALUE 'Y'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
      *    THE QUEUE AS READ, AND EACH ROW AS IT WILL BE WRITTEN BACK.
       01  WS-PD-COUNT         PIC 9(4)    VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY         OCCURS 100 TIMES.
               10  WS-PD-LINE          PIC X(2200).
               10  WS-PD-OUT           PIC X(2200).
       01  WS-PD-IDX           PIC 9(4)    VALUE 0.
       01  WS-PD-OTHER         PIC 9(4)    VALUE 0.
       01  WS-PD-READ          PIC 9(4)    VALUE 0.
       01  WS-S-TITLE          PIC X(60).
       01  WS-S-BODY           PIC X(1800).
       01  WS-S-NAME           PIC X(40).
       01  WS-S-CONTACT        PIC X(60).
       01  WS-S-DATE           PIC X(8).
       01  WS-O-TITLE          PIC X(60).
       01  WS-O-BODY           PIC X(1800).
       01  WS-O-NAME           PIC X(40).
       01  WS-O-CONTACT        PIC X(60).
       01  WS-O-DATE           PIC X(8).
       01  WS-L-DATE           PIC X(8).
       01  WS-L-DECISION       PIC X(10).
       01  WS-L-NAME           PIC X(40).
       01  WS-L-TITLE          PIC X(60).
       01  WS-L-REASON         PIC X(120).
       01  WS-L-BODY           PIC X(1800).
      *    THE SUBMISSION'S WORDS (WHERE EACH SITS IN THE BODY, AND
      *    ITS HASH) AND ITS FOUR-WORD SEQUENCES, SORTED BY HASH SO
      *    EACH SEQUENCE OF THE OTHER TEXT IS A BINARY SEARCH AWAY.
       01  WS-SW-COUNT         PIC 9(4)    VALUE 0.
       01  WS-SW-TABLE.
           05  WS-SW-ENTRY         OCCURS 600 TIMES.
               10  WS-SW-START         PIC 9(4).
               10  WS-SW-LEN           PIC 9(4).
               10  WS-SW-HASH          PIC 9(9).
       01  WS-SH-COUNT         PIC 9(4)    VALUE 0.
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY         OCCURS 600 TIMES.
               10  WS-SH-HASH          PIC 9(9).
               10  WS-SH-POS           PIC 9(4).
       01  WS-SH-SWAP.
           05  WS-SWAP-HASH        PIC 9(9).
           05  WS-SWAP-POS         PIC 9(4).
       01  WS-HIT-TABLE.
           05  WS-HIT              OCCURS 600 TIMES PIC X.
       01  WS-SH-IDX           PIC 9(4)    VALUE 0.
       01  WS-SH-AT            PIC 9(4)    VALUE 0.
       01  WS-LOW              PIC 9(4)    VALUE 0.
       01  WS-HIGH             PIC 9(4)    VALUE 0.
       01  WS-MID              PIC 9(4)    VALUE 0.
       01  WS-FOUND-AT         PIC 9(4)    VALUE 0.
      *    THE TOKENIZER - ONE TEXT AT A TIME, WORD BY WORD. IN
      *    SUBMISSION MODE EACH WORD IS KEPT; IN COMPARE MODE THE LAST
      *    FOUR WORDS ROLL THROUGH A WINDOW AND EACH FULL WINDOW IS
      *    LOOKED UP.
       01  WS-TOK-MODE         PIC X       VALUE 'S'.
               88  TOK-SUBMISSION              VALUE 'S'.
               88  TOK-COMPARE                 VALUE 'C'.
       01  WS-TOK-TEXT         PIC X(1800).
       01  WS-TOK-LOWER        PIC X(1800).
       01  WS-TOK-LEN          PIC 9(4)    VALUE 0.
       01  WS-TOK-IDX          PIC 9(4)    VALUE 0.
       01  WS-TOK-CH           PIC X.
       01  WS-TOK-IN-TAG       PIC X       VALUE 'N'.
               88  TOK-IN-TAG                  VALUE 'Y'.
       01  WS-WORD-START       PIC 9(4)    VALUE 0.
       01  WS-WORD-LEN         PIC 9(4)    VALUE 0.
       01  WS-WORD-HASH        PIC 9(9)    VALUE 0.
       01  WS-WIN-COUNT        PIC 9       VALUE 0.
       01  WS-WIN-TABLE.
           05  WS-WIN-HASH         OCCURS 4 TIMES PIC 9(9).
       01  WS-WIN-IDX          PIC 9       VALUE 0.
       01  WS-SEQ-HASH         PIC 9(9)    VALUE 0.
      *    SCORING.
       01  WS-HIT-COUNT        PIC 9(4)    VALUE 0.
       01  WS-SCORE            PIC 9(3)    VALUE 0.
       01  WS-BEST-SCORE       PIC 9(3)    VALUE 0.
       01  WS-CAND-LABEL       PIC X(60)   VALUE SPACES.
       01  WS-BEST-LABEL       PIC X(60)   VALUE SPACES.
       01  WS-BEST-PASSAGE     PIC X(150)  VALUE SPACES.
       01  WS-RUN-START        PIC 9(4)    VALUE 0.
       01  WS-RUN-LEN          PIC 9(4)    VALUE 0.
       01  WS-LONG-START       PIC 9(4)    VALUE 0.
       01  WS-LONG-LEN         PIC 9(4)    VALUE 0.
       01  WS-PASS-FROM        PIC 9(4)    VALUE 0.
       01  WS-PASS-TO          PIC 9(4)    VALUE 0.
       01  WS-PASS-LEN         PIC 9(4)    VALUE 0.
       01  WS-LAST-WORD        PIC 9(4)    VALUE 0.
       01  WS-SCORED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-CARRIED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-SCORE-EDIT       PIC ZZ9.
      *    A SCORE AT OR ABOVE THIS IS CALLED OUT ON THE CONSOLE.
       01  WS-FLAG-SCORE       PIC 9(3)    VALUE 40.
       PROCEDURE DIVISION.
           PERFORM LOAD-PENDING-QUEUE.
           IF WS-PD-COUNT = 0
               DISPLAY 'subscreen: no pending submissions'
               GOBACK
           END-IF.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM SCREEN-ONE-SUBMISSION
           END-PERFORM.
           PERFORM REWRITE-PENDING-QUEUE.
           MOVE WS-FLAG-SCORE TO WS-SCORE-EDIT.
           DISPLAY 'subscreen: ' WS-SCORED-COUNT
               ' submission(s) screened, ' WS-FLAGGED-COUNT
               ' at ' FUNCTION TRIM(WS-SCORE-EDIT) '% or more, '
               WS-CARRIED-COUNT
               ' left unscored for the next run'.
       GOBACK.

       LOAD-PENDING-QUEUE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL PENDING-EOF OR WS-PD-COUNT >= 100
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           IF PENDING-FILE-LINE NOT = SPACES
                               ADD 1 TO WS-PD-COUNT
                               MOVE PENDING-FILE-LINE
                                   TO WS-PD-LINE(WS-PD-COUNT)
                               MOVE PENDING-FILE-LINE
                                   TO WS-PD-OUT(WS-PD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *    ------------------------------------------------------------
      *    ONE SUBMISSION AGAINST EVERYTHING
      *    ------------------------------------------------------------
       SCREEN-ONE-SUBMISSION.
           MOVE SPACES TO WS-S-TITLE WS-S-BODY WS-S-NAME
               WS-S-CONTACT WS-S-DATE.
           UNSTRING WS-PD-LINE(WS-PD-IDX) DELIMITED BY '|'
               INTO WS-S-TITLE WS-S-BODY WS-S-NAME WS-S-CONTACT
                    WS-S-DATE
           END-UNSTRING.
           PERFORM INDEX-SUBMISSION.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE SPACES TO WS-BEST-LABEL WS-BEST-PASSAGE.
           IF WS-SH-COUNT = 0
               MOVE 'too short to compare' TO WS-BEST-LABEL
           ELSE
               PERFORM COMPARE-WITH-STORIES
               PERFORM COMPARE-WITH-LOG
               PERFORM COMPARE-WITH-EARLIER-PENDING
               IF WS-BEST-SCORE = 0
                   MOVE 'no overlap found' TO WS-BEST-LABEL
               END-IF
           END-IF.
           MOVE WS-BEST-SCORE TO WS-SCORE-EDIT.
           MOVE SPACES TO WS-PD-OUT(WS-PD-IDX).
           STRING FUNCTION TRIM(WS-S-TITLE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-BODY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-CONTACT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-S-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BEST-SCORE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-LABEL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-PASSAGE) DELIMITED BY SIZE
               INTO WS-PD-OUT(WS-PD-IDX)
           END-STRING.
           ADD 1 TO WS-SCORED-COUNT.
           IF WS-BEST-SCORE >= WS-FLAG-SCORE
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY 'subscreen: "' FUNCTION TRIM(WS-S-TITLE)
                   '" by ' FUNCTION TRIM(WS-S-NAME) ' - '
                   FUNCTION TRIM(WS-SCORE-EDIT) '% like '
                   FUNCTION TRIM(WS-BEST-LABEL)
           END-IF.

      *    THE SUBMISSION'S WORDS, THEN ONE SEQUENCE PER STARTING
      *    WORD, THEN THE SEQUENCES INTO HASH ORDER (A PLAIN
      *    EXCHANGE SORT - A FEW HUNDRED ENTRIES AT MOST).
       INDEX-SUBMISSION.
           MOVE 0 TO WS-SW-COUNT WS-SH-COUNT.
           SET TOK-SUBMISSION TO TRUE.
           MOVE WS-S-BODY TO WS-TOK-TEXT.
           PERFORM TOKENIZE-TEXT.
           IF WS-SW-COUNT >= 4
               PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                       UNTIL WS-SH-IDX > WS-SW-COUNT - 3
                   MOVE 0 TO WS-SEQ-HASH
                   PERFORM VARYING WS-WIN-IDX FROM 0 BY 1
                           UNTIL WS-WIN-IDX > 3
                       COMPUTE WS-SEQ-HASH = FUNCTION MOD(
                           WS-SEQ-HASH * 1000003
                           + WS-SW-HASH(WS-SH-IDX + WS-WIN-IDX),
                           999999937)
                   END-PERFORM
                   ADD 1 TO WS-SH-COUNT
                   MOVE WS-SEQ-HASH TO WS-SH-HASH(WS-SH-COUNT)
                   MOVE WS-SH-IDX TO WS-SH-POS(WS-SH-COUNT)
               END-PERFORM
               PERFORM VARYING WS-SH-IDX FROM 2 BY 1
                       UNTIL WS-SH-IDX > WS-SH-COUNT
                   MOVE WS-SH-ENTRY(WS-SH-IDX) TO WS-SH-SWAP
                   MOVE WS-SH-IDX TO WS-SH-AT
                   PERFORM UNTIL WS-SH-AT < 2
                           OR WS-SH-HASH(WS-SH-AT - 1) <= WS-SWAP-HASH
                       MOVE WS-SH-ENTRY(WS-SH-AT - 1)
                           TO WS-SH-ENTRY(WS-SH-AT)
                       SUBTRACT 1 FROM WS-SH-AT
                   END-PERFORM
                   MOVE WS-SH-SWAP TO WS-SH-ENTRY(WS-SH-AT)
               END-PERFORM
           END-IF.

       COMPARE-WITH-STORIES.
           MOVE 'N' TO WS-STORY-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM COMPARE-WITH-ONE-STORY
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       COMPARE-WITH-ONE-STORY.
           MOVE SPACES TO STORY-ID STORY-TITLE STORY-DRAFT.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT
           END-UNSTRING.
           IF FUNCTION TRIM(STORY-ID) NOT = SPACES
               MOVE SPACES TO WS-BODY-FILENAME WS-CAND-LABEL
               STRING 'data/STORIES/' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                   INTO WS-BODY-FILENAME
               END-STRING
               IF STORY-DRAFT = 'Y'
                   STRING 'draft ' DELIMITED BY SIZE
                          FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                          ' "' DELIMITED BY SIZE
                          FUNCTION TRIM(STORY-TITLE)
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                       INTO WS-CAND-LABEL
                   END-STRING
               ELSE
                   STRING 'story ' DELIMITED BY SIZE
                          FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                          ' "' DELIMITED BY SIZE
                          FUNCTION TRIM(STORY-TITLE)
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                       INTO WS-CAND-LABEL
                   END-STRING
               END-IF
               PERFORM START-CANDIDATE
               MOVE 'N' TO WS-BODY-EOF
               OPEN INPUT STORY-BODY-FILE
               IF WS-BODY-STATUS = '00'
                   PERFORM UNTIL BODY-EOF
                       READ STORY-BODY-FILE
                           AT END
                               SET BODY-EOF TO TRUE
                           NOT AT END
                               MOVE STORY-BODY-LINE TO WS-TOK-TEXT
                               PERFORM TOKENIZE-TEXT
                       END-READ
                   END-PERFORM
                   CLOSE STORY-BODY-FILE
                   PERFORM FINISH-CANDIDATE
               END-IF
           END-IF.

      *    EARLIER SUBMISSIONS, ACCEPTED OR DECLINED. ROWS LOGGED
      *    BEFORE EDREVIEW.COB KEPT THE TEXT HAVE NOTHING TO COMPARE
      *    AND ARE PASSED OVER.
       COMPARE-WITH-LOG.
           MOVE 'N' TO WS-SUBLOG-EOF.
           OPEN INPUT SUBLOG-FILE.
           IF WS-SUBLOG-STATUS = '00'
               PERFORM UNTIL SUBLOG-EOF
                   READ SUBLOG-FILE
                       AT END
                           SET SUBLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM COMPARE-WITH-ONE-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE SUBLOG-FILE
           END-IF.

       COMPARE-WITH-ONE-LOG-ROW.
           MOVE SPACES TO WS-L-DATE WS-L-DECISION WS-L-NAME
               WS-L-TITLE WS-L-REASON WS-L-BODY.
           UNSTRING SUBLOG-FILE-LINE DELIMITED BY '|'
               INTO WS-L-DATE WS-L-DECISION WS-L-NAME WS-L-TITLE
                    WS-L-REASON WS-L-BODY
           END-UNSTRING.
           IF WS-L-BODY NOT = SPACES
               MOVE SPACES TO WS-CAND-LABEL
               EVALUATE FUNCTION TRIM(WS-L-DECISION)
                   WHEN 'accept'
                       MOVE 'accepted' TO WS-L-DECISION
                   WHEN 'decline'
                       MOVE 'declined' TO WS-L-DECISION
               END-EVALUATE
               STRING FUNCTION TRIM(WS-L-DECISION) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-L-DATE DELIMITED BY SIZE
                      ' "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-L-TITLE) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-CAND-LABEL
               END-STRING
               PERFORM START-CANDIDATE
               MOVE WS-L-BODY TO WS-TOK-TEXT
               PERFORM TOKENIZE-TEXT
               PERFORM FINISH-CANDIDATE
           END-IF.

       COMPARE-WITH-EARLIER-PENDING.
           PERFORM VARYING WS-PD-OTHER FROM 1 BY 1
                   UNTIL WS-PD-OTHER >= WS-PD-IDX
               MOVE SPACES TO WS-O-TITLE WS-O-BODY WS-O-NAME
                   WS-O-CONTACT WS-O-DATE
               UNSTRING WS-PD-LINE(WS-PD-OTHER) DELIMITED BY '|'
                   INTO WS-O-TITLE WS-O-BODY WS-O-NAME WS-O-CONTACT
                        WS-O-DATE
               END-UNSTRING
               MOVE SPACES TO WS-CAND-LABEL
               STRING 'pending ' DELIMITED BY SIZE
                      WS-O-DATE DELIMITED BY SIZE
                      ' "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-O-TITLE) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-CAND-LABEL
               END-STRING
               PERFORM START-CANDIDATE
               MOVE WS-O-BODY TO WS-TOK-TEXT
               PERFORM TOKENIZE-TEXT
               PERFORM FINISH-CANDIDATE
           END-PERFORM.

       START-CANDIDATE.
           SET TOK-COMPARE TO TRUE.
           MOVE 0 TO WS-WIN-COUNT.
           MOVE ALL 'N' TO WS-HIT-TABLE.

      *    SCORE THIS TEXT; IF IT BEATS THE BEST SO FAR, TAKE ITS
      *    LONGEST RUN OF SHARED SEQUENCES AS THE PASSAGE TO QUOTE.
       FINISH-CANDIDATE.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-HIT(WS-SH-IDX) = 'Y'
                   ADD 1 TO WS-HIT-COUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-SCORE = WS-HIT-COUNT * 100 / WS-SH-COUNT.
           IF WS-HIT-COUNT > 0 AND WS-SCORE = 0
               MOVE 1 TO WS-SCORE
           END-IF.
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE TO WS-BEST-SCORE
               MOVE WS-CAND-LABEL TO WS-BEST-LABEL
               PERFORM TAKE-MATCHING-PASSAGE
           END-IF.

       TAKE-MATCHING-PASSAGE.
           MOVE 0 TO WS-RUN-LEN WS-LONG-LEN WS-LONG-START.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-HIT(WS-SH-IDX) = 'Y'
                   IF WS-RUN-LEN = 0
                       MOVE WS-SH-IDX TO WS-RUN-START
                   END-IF
                   ADD 1 TO WS-RUN-LEN
                   IF WS-RUN-LEN > WS-LONG-LEN
                       MOVE WS-RUN-LEN TO WS-LONG-LEN
                       MOVE WS-RUN-START TO WS-LONG-START
                   END-IF
               ELSE
                   MOVE 0 TO WS-RUN-LEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BEST-PASSAGE.
           IF WS-LONG-LEN > 0
               COMPUTE WS-LAST-WORD = WS-LONG-START + WS-LONG-LEN + 2
               MOVE WS-SW-START(WS-LONG-START) TO WS-PASS-FROM
               COMPUTE WS-PASS-TO = WS-SW-START(WS-LAST-WORD)
                   + WS-SW-LEN(WS-LAST-WORD) - 1
               COMPUTE WS-PASS-LEN = WS-PASS-TO - WS-PASS-FROM + 1
               IF WS-PASS-LEN > 150
                   MOVE WS-S-BODY(WS-PASS-FROM:147)
                       TO WS-BEST-PASSAGE
                   MOVE '...' TO WS-BEST-PASSAGE(148:3)
               ELSE
                   MOVE WS-S-BODY(WS-PASS-FROM:WS-PASS-LEN)
                       TO WS-BEST-PASSAGE
               END-IF
               INSPECT WS-BEST-PASSAGE REPLACING ALL X'0A' BY ' '
                                                 ALL X'0D' BY ' '
                                                 ALL '|' BY ' '
           END-IF.

      *    ------------------------------------------------------------
      *    TOKENIZER. LETTERS, DIGITS AND ANY NON-ASCII BYTE (SO
      *    ACCENTED WORDS STAY WHOLE) MAKE UP WORDS; AN APOSTROPHE IS
      *    SKIPPED; <MARKUP> AND EVERYTHING ELSE BREAK THEM.
      *    ------------------------------------------------------------
       TOKENIZE-TEXT.
           MOVE FUNCTION LOWER-CASE(WS-TOK-TEXT) TO WS-TOK-LOWER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-TEXT TRAILING))
               TO WS-TOK-LEN.
           IF WS-TOK-TEXT = SPACES
               MOVE 0 TO WS-TOK-LEN
           END-IF.
           MOVE 'N' TO WS-TOK-IN-TAG.
           MOVE 0 TO WS-WORD-LEN WS-WORD-HASH.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-LEN
               MOVE WS-TOK-LOWER(WS-TOK-IDX:1) TO WS-TOK-CH
               EVALUATE TRUE
                   WHEN TOK-IN-TAG
                       IF WS-TOK-CH = '>'
                           MOVE 'N' TO WS-TOK-IN-TAG
                       END-IF
                   WHEN WS-TOK-CH = '<'
                       PERFORM END-OF-WORD
                       SET TOK-IN-TAG TO TRUE
                   WHEN WS-TOK-CH = "'"
                       CONTINUE
                   WHEN (WS-TOK-CH >= 'a' AND WS-TOK-CH <= 'z')
                           OR (WS-TOK-CH >= '0' AND WS-TOK-CH <= '9')
                           OR WS-TOK-CH >= X'80'
                       IF WS-WORD-LEN = 0
                           MOVE WS-TOK-IDX TO WS-WORD-START
                       END-IF
                       COMPUTE WS-WORD-LEN =
                           WS-TOK-IDX - WS-WORD-START + 1
                       COMPUTE WS-WORD-HASH = FUNCTION MOD(
                           WS-WORD-HASH * 131
                           + FUNCTION ORD(WS-TOK-CH), 999999937)
                   WHEN OTHER
                       PERFORM END-OF-WORD
               END-EVALUATE
           END-PERFORM.
           PERFORM END-OF-WORD.

       END-OF-WORD.
           IF WS-WORD-LEN > 0
               IF TOK-SUBMISSION
                   IF WS-SW-COUNT < 600
                       ADD 1 TO WS-SW-COUNT
                       MOVE WS-WORD-START TO WS-SW-START(WS-SW-COUNT)
                       MOVE WS-WORD-LEN TO WS-SW-LEN(WS-SW-COUNT)
                       MOVE WS-WORD-HASH TO WS-SW-HASH(WS-SW-COUNT)
                   END-IF
               ELSE
                   PERFORM ROLL-WINDOW
               END-IF
           END-IF.
           MOVE 0 TO WS-WORD-LEN WS-WORD-HASH.

       ROLL-WINDOW.
           IF WS-WIN-COUNT < 4
               ADD 1 TO WS-WIN-COUNT
           ELSE
               MOVE WS-WIN-HASH(2) TO WS-WIN-HASH(1)
               MOVE WS-WIN-HASH(3) TO WS-WIN-HASH(2)
               MOVE WS-WIN-HASH(4) TO WS-WIN-HASH(3)
           END-IF.
           MOVE WS-WORD-HASH TO WS-WIN-HASH(WS-WIN-COUNT).
           IF WS-WIN-COUNT = 4
               MOVE 0 TO WS-SEQ-HASH
               PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                       UNTIL WS-WIN-IDX > 4
                   COMPUTE WS-SEQ-HASH = FUNCTION MOD(
                       WS-SEQ-HASH * 1000003
                       + WS-WIN-HASH(WS-WIN-IDX), 999999937)
               END-PERFORM
               PERFORM LOOK-UP-SEQUENCE
           END-IF.

      *    BINARY SEARCH OF THE SORTED SEQUENCES; EVERY SUBMISSION
      *    POSITION CARRYING THE SAME SEQUENCE IS MARKED.
       LOOK-UP-SEQUENCE.
           MOVE 1 TO WS-LOW.
           MOVE WS-SH-COUNT TO WS-HIGH.
           MOVE 0 TO WS-FOUND-AT.
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-AT > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-SH-HASH(WS-MID) = WS-SEQ-HASH
                       MOVE WS-MID TO WS-FOUND-AT
                   WHEN WS-SH-HASH(WS-MID) < WS-SEQ-HASH
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN WS-MID = 1
                       MOVE 0 TO WS-HIGH
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF WS-FOUND-AT > 0
               PERFORM UNTIL WS-FOUND-AT < 2
                       OR WS-SH-HASH(WS-FOUND-AT - 1) NOT = WS-SEQ-HASH
                   SUBTRACT 1 FROM WS-FOUND-AT
               END-PERFORM
               PERFORM VARYING WS-SH-AT FROM WS-FOUND-AT BY 1
                       UNTIL WS-SH-AT > WS-SH-COUNT
                          OR WS-SH-HASH(WS-SH-AT) NOT = WS-SEQ-HASH
                   MOVE 'Y' TO WS-HIT(WS-SH-POS(WS-SH-AT))
               END-PERFORM
           END-IF.

      *    ------------------------------------------------------------
      *    WRITING THE QUEUE BACK
      *    ------------------------------------------------------------
       REWRITE-PENDING-QUEUE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-PENDING-EOF.
           MOVE 0 TO WS-PD-READ.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM CARRY-ONE-PENDING-ROW
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE KEEP-FILE
               PERFORM COPY-KEEP-BACK
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    A ROW STILL AS IT WAS READ GOES BACK SCORED; ANYTHING ELSE
      *    (A ROW ADDED, OR THE QUEUE CHANGED, SINCE THE JOB STARTED)
      *    GOES BACK AS IT STANDS.
       CARRY-ONE-PENDING-ROW.
           IF PENDING-FILE-LINE NOT = SPACES
               ADD 1 TO WS-PD-READ
               IF WS-PD-READ <= WS-PD-COUNT
                   IF PENDING-FILE-LINE = WS-PD-LINE(WS-PD-READ)
                       MOVE WS-PD-OUT(WS-PD-READ) TO KEEP-FILE-LINE
                   ELSE
                       MOVE PENDING-FILE-LINE TO KEEP-FILE-LINE
                       ADD 1 TO WS-CARRIED-COUNT
                   END-IF
               ELSE
                   MOVE PENDING-FILE-LINE TO KEEP-FILE-LINE
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
               WRITE KEEP-FILE-LINE
           END-IF.

       COPY-KEEP-BACK.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO PENDING-FILE-LINE
                       WRITE PENDING-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE PENDING-FILE.
       END PROGRAM SUBSCREEN.
