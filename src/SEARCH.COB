       PROGRAM-ID. SEARCH.
      *    KEYWORD SEARCH OVER THE WHOLE SITE - STORIES, BLOG,
      *    KEYBOARDS (WITH THEIR READER REVIEWS), GALLERY CAPTIONS,
      *    THE LINKS PAGE AND THE ANSWERED READERS' QUESTIONS ON
      *    ANSWERS.COB, NARROWABLE WITH THE kind= FILTER ON
      *    THE FORM. QUERIES OF UP TO THREE
      *    WORDS ARE ANSWERED FROM THE PREBUILT WORD INDEX
      *    data/SEARCH-INDEX.DAT (SEE SEARCHIDX.COB, RUN BY
      *    TITLE BEATS THE EXCERPT BEATS A MATCH BURIED IN THE BODY.
      *    LONGER QUERIES - AND ANY QUERY WHILE THE INDEX IS MISSING
      *    - STILL FALL BACK TO THE DIRECT SCAN OF TITLE/EXCERPT/BODY
      *    THE PAGE STARTED WITH. STORIES THE READER'S CONTENT
      *    FILTERS MATCH (CWCHK.CBL) ARE LEFT OUT OF THE RESULTS OR
      *    COLLAPSED TO A ONE-LINE NOTE, AS THEY CHOSE. UNDER THE
      *    RESULTS OF ANY QUERY THE INDEX PATH CAN ANSWER SITS A
      *    "NOTIFY ME OF NEW MATCHES" FORM - IT POSTS THE QUERY AND
      *    AN ADDRESS TO SRCHALERT.COB, AND ALERTMAIL.COB MAILS NEW
      *    STORIES THAT MATCH IT AFTER EACH INDEX REBUILD. A STORY
      *    THE SITE BEING SERVED DOES NOT CARRY (SITEHOST.CBL) NEVER
      *    COMES UP IN THE RESULTS.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
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
           COPY 'KBFD.CPY'.
           COPY 'GALFD.CPY'.
           COPY 'LINKSFD.CPY'.
           COPY 'ANSWFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
           COPY 'SIDXREC.CPY'.
           COPY 'SLOGREC.CPY'.
           COPY 'BLOGREC.CPY'.
           COPY 'KBREC.CPY'.
           COPY 'GALREC.CPY'.
           COPY 'LINKSREC.CPY'.
           COPY 'ANSWREC.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'search'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
       01  WS-INDEX-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SEARCH-LOG-STATUS PIC X(2)   VALUE '00'.
       01  WS-LOG-TERM         PIC X(60).
       01  WS-MATCH-IDX        PIC 9(2).
      *    THE RANKED RESULT TABLE - COLLECTED FIRST, SORTED BY SCORE,
      *    THEN EMITTED. WS-RES-TYPE SAYS WHICH CONTENT TYPE THE ROW
      *    IS (S/B/K/G/L, OR C FOR A STORY THE READER'S FILTERS
      *    COLLAPSED - ITS EXCERPT THEN HOLDS THE MATCHING CATEGORY)
      *    AND WS-RES-LINK IS THE HREF IT RENDERS AS.
       01  WS-RES-COUNT        PIC 9(2)    VALUE 0.
       01  WS-RES-TABLE.
               05  WS-RES-ENTRY    OCCURS 50 TIMES.
               88  KIND-KEYBOARDS          VALUE 'keyboards'.
               88  KIND-GALLERY            VALUE 'gallery'.
               88  KIND-LINKS              VALUE 'links'.
               88  KIND-QUESTIONS          VALUE 'questions'.
               88  KIND-EVERYTHING         VALUE 'everything'.
       01  WS-KIND-RAW         PIC X(12)   VALUE SPACES.
       01  WS-KIND-SCRAP       PIC X(200)  VALUE SPACES.
       01  WS-KB-STATUS        PIC X(2)    VALUE '00'.
       01  WS-GAL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ANSWER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-SRC-EOF          PIC X       VALUE 'N'.
               88  SRC-EOF                     VALUE 'Y'.
       01  WS-LNK-SEQ          PIC 9(3)    VALUE 0.
               05  PIC X(12)   VALUE 'keyboards'.
               05  PIC X(12)   VALUE 'gallery'.
               05  PIC X(12)   VALUE 'links'.
               05  PIC X(12)   VALUE 'questions'.
       01  WS-KIND-OPTION-TBL REDEFINES WS-KIND-OPTIONS.
               05  WS-KIND-OPTION OCCURS 7 TIMES PIC X(12).
       01  WS-KIND-IDX         PIC 9(1).
      *    SNIPPET SCRATCH - THE FIRST BODY LINE HOLDING THE FIRST
      *    QUERY WORD, CLIPPED TO A WINDOW AROUND THE MATCH WITH THE
       01  WS-STORY-LISTED     PIC X       VALUE 'N'.
               88  STORY-LISTED                VALUE 'Y'.
       01  WS-GUARD-ACTION     PIC X.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'SEARCH' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'search - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE SPACES TO WS-HEAD-DESC.
           STRING 'Search stories on ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-HEAD-DESC
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
      *    THE PASSPHRASE-GATED asof=/key= PREVIEW MAY SWAP TODAY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    A stage=1 PREVIEW WITH THE SAME KEY READS data-staging/
      *    INSTEAD OF data/ (STAGEDIR.CBL) - READERS NEVER GET THERE.
           SET STG-READER TO TRUE.
           CALL 'STAGEDIR' USING STAGE-SWITCH
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           PERFORM EXTRACT-TERM.
           PERFORM READ-CONTENT-FILTERS.
           MOVE SPACES TO WS-TERM-SAFE.
           IF WS-TERM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM))
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE
                          FUNCTION TRIM(WS-HEAD-TITLE) QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
                 NL
                 META PROP BECOMES '"og:description"'
                      CON BECOMES
                          QUOTE FUNCTION TRIM(WS-HEAD-DESC) QUOTE
                 CLOSE-META
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
                 CHOOSE NAM BECOMES '"kind"' CLOSE-CHOOSE
           END-DISPLAY.
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 7
               PERFORM EMIT-KIND-OPTION
           END-PERFORM.
           DISPLAY
                   END-DISPLAY
                   PERFORM SUGGEST-NEAR-WORDS
               END-IF
               IF WS-QW-COUNT >= 1 AND WS-QW-COUNT <= 3
                       AND WS-QW-REST = SPACES
                   PERFORM EMIT-ALERT-FORM
               END-IF
           END-IF.
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
           GOBACK.

      *    THE SAVED SEARCH OFFER - SHOWN EVEN WHEN NOTHING MATCHED
      *    YET, SINCE "TELL ME WHEN SOMETHING DOES" IS THE POINT.
       EMIT-ALERT-FORM.
           DISPLAY
               DIV LINEAGE BECOMES 'searchalert' CLOSE-DIV
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"SRCHALERT.COB"' CLOSE-FORM
                   'notify me of new matches: '
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"term"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-TERM-SAFE) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"email"'
                             NAM BECOMES '"email"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"notify me"' CLOSE-INPUT
                 END-FORM
               END-DIV
           END-DISPLAY.

       EXTRACT-TERM.
           MOVE SPACES TO WS-TERM.
           INSPECT WS-QUERY-STRING REPLACING ALL '+' BY ' '.
               TO WS-KIND.
           IF NOT KIND-STORIES AND NOT KIND-BLOG
                   AND NOT KIND-KEYBOARDS AND NOT KIND-GALLERY
                   AND NOT KIND-LINKS AND NOT KIND-QUESTIONS
               MOVE 'everything' TO WS-KIND
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS
               STORY-KEYBOARD STORY-LICENCE STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.
      *    A STORY THE SITE BEING SERVED DOES NOT CARRY (ITS AUTHOR
      *    LIST IN data/SITES.DAT, SITEHOST.CBL) IS SKIPPED LIKE A
      *    DRAFT - ON THE INDEX PATH AND THE DIRECT SCAN ALIKE.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'Y' TO STORY-DRAFT
               END-IF
           END-IF.

      *    EVERY ANSWERED QUERY IS LOGGED WITH ITS RESULT COUNT -
      *    SRCHRPT.COB TURNS THE LOG INTO THE MOST-SEARCHED AND
      *    QUERIES GO TO THE DIRECT SCAN; SO DOES EVERYTHING WHEN THE
      *    INDEX FILE HASN'T BEEN BUILT YET.
       RUN-SEARCH.
           MOVE 'search' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM SPLIT-QUERY-WORDS.
           IF WS-QW-COUNT >= 1 AND WS-QW-COUNT <= 3
                   AND WS-QW-REST = SPACES
           ELSE
               PERFORM DIRECT-SCAN
           END-IF.
           MOVE 'search' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

      *    THE SLOW PATH - EVERY SOURCE THE FILTER ALLOWS IS READ
      *    DIRECTLY, BODIES AND ALL FOR THE STORIES, TITLE AND TEXT
           IF KIND-LINKS OR KIND-EVERYTHING
               PERFORM SCAN-LINKS-ROWS
           END-IF.
           IF KIND-QUESTIONS OR KIND-EVERYTHING
               PERFORM SCAN-ANSWER-ROWS
           END-IF.
           PERFORM RANK-AND-EMIT-RESULTS.

       SPLIT-QUERY-WORDS.
           IF KIND-LINKS OR KIND-EVERYTHING
               PERFORM COLLECT-MATCHED-LINKS
           END-IF.
           IF KIND-QUESTIONS OR KIND-EVERYTHING
               PERFORM COLLECT-MATCHED-ANSWERS
           END-IF.

       CHECK-INDEX-ROW.
           UNSTRING SEARCH-INDEX-FILE-LINE DELIMITED BY '|'
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-STORY-MATCHED
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-LISTED
                               AND STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND WS-RES-COUNT < 50
                               AND (CW-COLLAPSE OR NOT CW-MATCHED)
                           PERFORM SCORE-ONE-STORY
                           ADD 1 TO WS-RES-COUNT
                           MOVE 'S' TO WS-RES-TYPE(WS-RES-COUNT)
                               TO WS-RES-LINK(WS-RES-COUNT)
                           MOVE WS-ONE-SCORE
                               TO WS-RES-SCORE(WS-RES-COUNT)
                           PERFORM MARK-COLLAPSED-RESULT
                       END-IF
               END-READ
           END-PERFORM.
               INTO LINK-URL LINK-TITLE LINK-CATEGORY LINK-COMMENT
           END-UNSTRING.

      *    AN ANSWER IS FOUND BY ITS QUESTION AS WELL AS ITS TEXT,
      *    AND LANDS ON ITS OWN ANCHOR. BOTH ARE READER-FACING TEXT
      *    THAT STARTED AS A READER'S OWN WORDS, SO ANGLE BRACKETS
      *    ARE BLANKED AS THEY ARE IN THE SNIPPETS.
       STAGE-ANSWER-DOC.
           MOVE 'Q' TO WS-DOC-TYPE.
           MOVE SPACES TO WS-CAND-ID WS-SCORE-TITLE WS-SCORE-TEXT
               WS-DOC-LINK.
           MOVE FUNCTION TRIM(ANS-ID) TO WS-CAND-ID.
           MOVE ANS-QUESTION(1:60) TO WS-SCORE-TITLE.
           MOVE ANS-ANSWER TO WS-SCORE-TEXT.
           INSPECT WS-SCORE-TITLE REPLACING ALL '<' BY ' '
               ALL '>' BY ' '.
           INSPECT WS-SCORE-TEXT REPLACING ALL '<' BY ' '
               ALL '>' BY ' '.
           STRING 'ANSWERS.COB#' DELIMITED BY SIZE
                  FUNCTION TRIM(ANS-ID) DELIMITED BY SIZE
               INTO WS-DOC-LINK
           END-STRING.

       COLLECT-MATCHED-ANSWERS.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS = '00'
               PERFORM UNTIL SRC-EOF
                   READ ANSWER-FILE
                       AT END
                           SET SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-ANSWER-RECORD
                           PERFORM STAGE-ANSWER-DOC
                           PERFORM CHECK-CAND-MATCHED
                           IF STORY-LISTED
                               PERFORM ADD-DOC-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           END-IF.

       SCAN-ANSWER-ROWS.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS = '00'
               PERFORM UNTIL SRC-EOF
                   READ ANSWER-FILE
                       AT END
                           SET SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-ANSWER-RECORD
                           PERFORM STAGE-ANSWER-DOC
                           PERFORM CHECK-DOC-MATCH
                           IF STORY-MATCHES
                               PERFORM ADD-DOC-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           END-IF.

       PARSE-ANSWER-RECORD.
           MOVE SPACES TO ANSWER-RECORD.
           UNSTRING ANSWER-FILE-LINE DELIMITED BY '|'
               INTO ANS-ID ANS-DATE ANS-ASKED ANS-STORIES
                    ANS-QUESTION ANS-ANSWER
           END-UNSTRING.

      *    DIRECT-SCAN MATCHING FOR THE NON-STORY TYPES - THE WHOLE
      *    PHRASE AGAINST TITLE AND TEXT, NO BODY FILES INVOLVED.
       CHECK-DOC-MATCH.
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-PROGRAM NOT = SPACES
                           AND STORY-DRAFT NOT = 'Y'
                           AND STORY-PUBDATE <= WS-TODAY-DATE
                           AND (CW-COLLAPSE OR NOT CW-MATCHED)
                           PERFORM CHECK-STORY-MATCH
                           IF STORY-MATCHES AND WS-RES-COUNT < 50
                               PERFORM SCORE-ONE-STORY
                                   TO WS-RES-LINK(WS-RES-COUNT)
                               MOVE WS-ONE-SCORE
                                   TO WS-RES-SCORE(WS-RES-COUNT)
                               PERFORM MARK-COLLAPSED-RESULT
                           END-IF
                       END-IF
               END-READ
               END-IF
           END-IF.

      *    A MATCHED STORY STILL RANKS WHERE IT WOULD HAVE; IT JUST
      *    RENDERS AS THE COLLAPSED NOTE INSTEAD OF TITLE AND EXCERPT.
       MARK-COLLAPSED-RESULT.
           IF CW-MATCHED
               MOVE 'C' TO WS-RES-TYPE(WS-RES-COUNT)
               MOVE WS-CW-LABEL TO WS-RES-EXCERPT(WS-RES-COUNT)
           END-IF.

       EMIT-ONE-RESULT.
           IF WS-RES-TYPE(WS-RES-IDX) = 'C'
               MOVE WS-RES-EXCERPT(WS-RES-IDX) TO WS-CW-LABEL
               MOVE WS-RES-LINK(WS-RES-IDX) TO STORY-PROGRAM
               PERFORM EMIT-CW-COLLAPSED
           ELSE
               PERFORM EMIT-FULL-RESULT
           END-IF.

       EMIT-FULL-RESULT.
           PERFORM BUILD-RESULT-SNIPPET.
           DISPLAY
               DIV LINEAGE BECOMES 'searchresult' CLOSE-DIV
                   DISPLAY ' (from the gallery)'
               WHEN 'L'
                   DISPLAY ' (from the links page)'
               WHEN 'Q'
                   DISPLAY ' (from the questions page)'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COPY 'HTMLESC.CPY'.
           COPY 'URLDEC.CPY'.
           COPY 'CWFILT.CPY'.
           COPY 'CWSTUB.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM SEARCH.
