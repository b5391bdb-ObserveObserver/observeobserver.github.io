      *    BLOG ENTRIES (data/BLOG.DAT PLUS THEIR BODIES UNDER
      *    data/BLOG/), KEYBOARDS AND THEIR READER REVIEWS
      *    (data/KEYBOARD.DAT, data/KBREVIEW.DAT), GALLERY CAPTIONS
      *    AND ALT TEXT (data/GALLERY.DAT), THE LINKS-PAGE
      *    COMMENTARY (data/LINKS.DAT, ROWS SYNTHESIZED AS LNKnnn
      *    SINCE THE FILE CARRIES NO IDS OF ITS OWN), AND THE
      *    ANSWERED READERS' QUESTIONS (data/ANSWERS.DAT). THE ID
      *    NAMESPACES (BARE STORY IDS, ENTRYnn, KBnnn, IMGnnn,
      *    LNKnnn, ASKnnn) DON'T COLLIDE, SO SEARCH.COB CAN TELL
      *    THE TYPE FROM THE ID SHAPE. RUN FROM scripts/build.sh
      *    AFTER EVERY PUBLISH. EMBARGOED ROWS ARE INDEXED TOO -
      *    SEARCH.COB APPLIES THE PUBDATE GATE AT QUERY TIME, SO A
      *    QUEUED STORY SURFACES BY ITSELF WHEN ITS DATE ARRIVES
      *    WITHOUT ANOTHER INDEX REBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT LINKS-FILE ASSIGN TO "data/LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT ANSWER-FILE ASSIGN TO "data/ANSWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'KBREVFD.CPY'.
           COPY 'GALFD.CPY'.
           COPY 'LINKSFD.CPY'.
           COPY 'ANSWFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'SIDXREC.CPY'.
           COPY 'KBREVREC.CPY'.
           COPY 'GALREC.CPY'.
           COPY 'LINKSREC.CPY'.
           COPY 'ANSWREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-INDEX-STATUS     PIC X(2)    VALUE '00'.
       01  WS-REVIEW-STATUS    PIC X(2)    VALUE '00'.
       01  WS-GAL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ANSWER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
           PERFORM INDEX-KEYBOARD-REVIEWS.
           PERFORM INDEX-GALLERY-ROWS.
           PERFORM INDEX-LINKS-ROWS.
           PERFORM INDEX-ANSWER-ROWS.
           PERFORM WRITE-INDEX-FILE.
           DISPLAY 'searchidx: ' WS-WORD-COUNT ' word(s) from '
               WS-STORY-TALLY ' stor(y/ies) and '
               PERFORM TOKENIZE-SOURCE
           END-IF.

      *    AN ANSWER IS INDEXED UNDER ITS QUESTION AND ITS TEXT,
      *    AS ASKnnn.
       INDEX-ANSWER-ROWS.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS = '00'
               PERFORM UNTIL SRC-EOF
                   READ ANSWER-FILE
                       AT END
                           SET SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM INDEX-ONE-ANSWER
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           END-IF.

       INDEX-ONE-ANSWER.
           MOVE SPACES TO ANSWER-RECORD.
           UNSTRING ANSWER-FILE-LINE DELIMITED BY '|'
               INTO ANS-ID ANS-DATE ANS-ASKED ANS-STORIES
                    ANS-QUESTION ANS-ANSWER
           END-UNSTRING.
           IF FUNCTION TRIM(ANS-ID) NOT = SPACES
               ADD 1 TO WS-DOC-TALLY
               MOVE SPACES TO WS-DOC-ID
               MOVE FUNCTION TRIM(ANS-ID) TO WS-DOC-ID
               MOVE SPACES TO WS-TOKEN-SOURCE
               STRING FUNCTION TRIM(ANS-QUESTION) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ANS-ANSWER) DELIMITED BY SIZE
                   INTO WS-TOKEN-SOURCE
               END-STRING
               PERFORM TOKENIZE-SOURCE
           END-IF.

       WRITE-INDEX-FILE.
           OPEN OUTPUT SEARCH-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = '00'
