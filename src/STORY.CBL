      *    BOILERPLATE EVERY STORY PROGRAM (D, F, GBP, I, J, K, L, M)
      *    USED TO REPEAT BY HAND. CALLERS PASS ONLY A STORY-ID; THE
      *    TITLE/EXCERPT/URL COME FROM data/STORY.DAT AND THE BODY
      *    COMES FROM data/STORIES/<ID>.TXT. A STORY WITH A ROW IN
      *    data/AUDIO.DAT ALSO GETS A PLAYER FOR ITS AUDIO EDITION,
      *    POINTING BACK AT THE TEXT AS THE TRANSCRIPT. EVERY
      *    SECTION OF A BRANCHING BODY A READER OPENS IS LOGGED TO
      *    data/SECTION-VIEWS.DAT FOR BRANCHRPT.COB. WITH
      *    commentary=on THE AUTHOR'S MARGIN NOTES FROM
      *    data/ANNOTATIONS.DAT ARE SHOWN BESIDE THE LINES THEY ARE
      *    PINNED TO. THE FOOT OF THE STORY CARRIES ITS DATED LIST OF
      *    CORRECTIONS FROM data/CORRECTIONS.DAT AND A "REPORT AN
      *    ERROR" FORM THAT POSTS TO ERRATA.COB, THEN THE STORY'S
      *    LICENCE (LICLOOK.CBL) WITH A LINK TO ASK PERMIT.COB FOR
      *    ANYTHING THE LICENCE DOES NOT ALREADY ALLOW, AND ONE TO
      *    ASK THE AUTHOR A QUESTION ABOUT IT (ASK.COB). A VARIANT
      *    THAT data/TRANSLATIONS.DAT HAS MARKED STALE (TRANSCOV.COB)
      *    SAYS UNDER ITS TITLE THAT IT WAS TRANSLATED FROM AN
      *    EARLIER VERSION OF THE ORIGINAL. AN EMBARGOED (NOT DRAFT)
      *    STORY ALSO OPENS TO A SUPPORTER'S EARLY-READING TOKEN FOR
      *    AS LONG AS TIPCHK.CBL SAYS THEIR SUPPORT IS CURRENT.
      *    AN OFF-SITE [TEXT](URL) LINK IN THE BODY, AND ITS
      *    "(archived)" ALTERNATIVE, GO BY WAY OF OUTLINK.COB SO THE
      *    CLICK IS COUNTED AGAINST THE STORY IT WAS FOLLOWED FROM.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY),
      *    AND THE HEAVIER PARAGRAPHS MARK THEIR OWN SHARE OF IT.
      *    THE COMMENTS, REACTIONS, WEBMENTIONS AND "MENTIONED IN"
      *    ROWS COME FROM THE KEYED COPIES SIDEIO.CBL KEEPS, SO A
      *    PAGE READS ONLY ITS OWN STORY'S ROWS; WHERE A COPY IS
      *    MISSING THE PIPE-DELIMITED FILE IS SCANNED AS BEFORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT KB-FILE ASSIGN TO "data/KEYBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           SELECT AUDIO-FILE ASSIGN TO "data/AUDIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIO-STATUS.
           SELECT SECTION-VIEW-FILE ASSIGN TO "data/SECTION-VIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
           SELECT ANNOTATION-FILE ASSIGN TO "data/ANNOTATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNOT-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "data/CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT TRANSLATION-FILE ASSIGN TO "data/TRANSLATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'KBFD.CPY'.
           COPY 'LINKARCFD.CPY'.
           COPY 'GALFD.CPY'.
           COPY 'AUDIOFD.CPY'.
           COPY 'SECVFD.CPY'.
           COPY 'ANNOTFD.CPY'.
           COPY 'CORRFD.CPY'.
           COPY 'TRANSFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'DICTIONARY.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
           COPY 'COMREC.CPY'.
           COPY 'SERIESREC.CPY'.
           COPY 'WMREC.CPY'.
       01  WS-TOKEN-PARAM      PIC X(20).
       01  WS-ACCESS-DENIED    PIC X       VALUE 'N'.
               88  ACCESS-DENIED               VALUE 'Y'.
       01  WS-TIP-CURRENT      PIC X       VALUE 'U'.
       01  WS-TIP-UNTIL        PIC X(8)    VALUE SPACES.
       01  WS-ALT-PROGRAM      PIC X(12).
       01  WS-ALT-URL          PIC X(60).
       01  WS-IO-KEY           PIC X(8).
       01  WS-IO-LINE          PIC X(2000).
       01  WS-IO-STATUS        PIC X(2)    VALUE '23'.
      *    KEYED READS OF THE PER-STORY SIDE FILES (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
      *    MUST COVER THE WHOLE OF STORY-RECORD - A SHORT PICTURE
      *    HERE SILENTLY BLANKS THE TRAILING COLUMNS ON EVERY
      *    SAVE/RESTORE ROUND TRIP. RE-COUNT WHEN STORYREC.CPY GROWS.
       01  WS-SAVED-RECORD     PIC X(828).
       01  WS-ROBOTS           PIC X(1).
       01  WS-OG-TITLE         PIC X(80).
       01  WS-OG-URL           PIC X(80).
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-PG-SCRAP         PIC X(200).
       01  WS-PG-REST          PIC X(200).
       01  WS-PG-VALUE         PIC X(8).
      *    MENTIONED-IN SCANS LEAVE STORY-RECORD HOLDING WHATEVER ROW
      *    THEY PARSED LAST, SO SELF-LINKS MUST NOT READ IT LATE.
       01  WS-SELF-PROGRAM     PIC X(12).
       01  WS-CHOICE-HREF      PIC X(160).
       01  WS-COMMENT-TABLE.
               05  WS-CT-ENTRY     OCCURS 200 TIMES.
                   10  WS-CT-NAME      PIC X(40).
                   10  WS-CT-ID        PIC X(14).
                   10  WS-CT-PARENT    PIC X(14).
       01  WS-REPLY-IDX        PIC 9(4).
       01  WS-REPORT-ID        PIC X(14)   VALUE SPACES.
       01  WS-TOP-SEEN         PIC 9(4)    VALUE 0.
       01  WS-CT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-CT-IDX           PIC 9(4).
       01  WS-CT-SHOWN         PIC 9(4)    VALUE 0.
       01  WS-TODAY-DATE       PIC X(8).
           COPY 'STAGEDIR.CPY'.
       01  WS-SERIES-STATUS    PIC X(2)    VALUE '00'.
       01  WS-WM-STATUS        PIC X(2)    VALUE '00'.
       01  WS-WM-EOF           PIC X       VALUE 'N'.
       01  WS-CHOICE-TARGET    PIC X(20).
       01  WS-CHOICE-LABEL     PIC X(200).
       01  WS-SEC-VALUE        PIC X(20).
      *    SECTION VIEW LOGGING - sec= AND THE from= THE CHOICE LINK
      *    CARRIED, WRITTEN ONLY FOR A HUMAN READER.
           COPY 'SECVREC.CPY'.
       01  WS-FROM-PARAM       PIC X(20)   VALUE SPACES.
       01  WS-SECV-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SECV-AGENT       PIC X(120)  VALUE SPACES.
       01  WS-SECV-VERDICT     PIC X       VALUE 'H'.
       01  WS-GUARD-ACTION     PIC X.
      *    AUTHOR'S COMMENTARY - THE STORY'S LIVE NOTES, LOADED ONCE
      *    SO THE TOGGLE KNOWS WHETHER THERE IS ANYTHING TO TOGGLE
      *    AND THE BODY WALK CAN MATCH THEM BY LINE NUMBER.
           COPY 'ANNOTREC.CPY'.
       01  WS-ANNOT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ANNOT-EOF        PIC X       VALUE 'N'.
               88  ANNOT-EOF                   VALUE 'Y'.
       01  WS-COMMENTARY       PIC X       VALUE 'N'.
               88  COMMENTARY-MODE             VALUE 'Y'.
       01  WS-COMMENTARY-HITS  PIC 9(2)    VALUE 0.
       01  WS-NOTE-COUNT       PIC 9(3)    VALUE 0.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY       OCCURS 100 TIMES.
               10  WS-NOTE-LINE        PIC 9(5).
               10  WS-NOTE-WRITTEN     PIC X(8).
               10  WS-NOTE-TEXT        PIC X(500).
       01  WS-NOTE-IDX         PIC 9(3).
       01  WS-NOTE-COUNT-OUT   PIC ZZ9.
       01  WS-BODY-LINE-NUM    PIC 9(5)    VALUE 0.
       01  WS-COMMENTARY-HREF  PIC X(160).
      *    CORRECTIONS LOG - SEE CORRREC.CPY.
           COPY 'CORRREC.CPY'.
       01  WS-CORR-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CORR-EOF         PIC X       VALUE 'N'.
               88  CORR-EOF                    VALUE 'Y'.
       01  WS-CORR-SHOWN       PIC X       VALUE 'N'.
               88  CORR-SHOWN                  VALUE 'Y'.
       01  WS-CORR-QUOTED-SAFE PIC X(1200).
       01  WS-CORR-FIX-SAFE    PIC X(1200).
      *    TRANSLATION REGISTER - SEE TRANSREC.CPY.
           COPY 'TRANSREC.CPY'.
       01  WS-TRANS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TRANS-EOF        PIC X       VALUE 'N'.
               88  TRANS-EOF                   VALUE 'Y'.
       01  WS-STALE-VARIANT    PIC X       VALUE 'N'.
               88  STALE-VARIANT               VALUE 'Y'.
       01  WS-STALE-KEY        PIC X(20)   VALUE 'stale-translation'.
       01  WS-STALE-TEXT       PIC X(60).
      *    THE LICENCE IN FORCE - RESOLVED ONCE, BEFORE THE RELATED
      *    STORY SCANS REUSE STORY-RECORD.
       01  WS-LIC-CODE         PIC X(12)   VALUE SPACES.
       01  WS-LIC-NAME         PIC X(60)   VALUE SPACES.
       01  WS-LIC-URL          PIC X(120)  VALUE SPACES.
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
      *    INLINE MARKUP SCRATCH - SEE RENDER-BODY-LINE.
       01  WS-MK-IN            PIC X(1000).
       01  WS-MK-OUT           PIC X(3000).
       01  WS-MK-LINK-TEXT     PIC X(200).
       01  WS-MK-LINK-URL      PIC X(200).
       01  WS-MK-FN-NUM        PIC X(3).
       01  WS-MK-PIECE         PIC X(1000).
       01  WS-MK-HREF          PIC X(700).
           COPY 'URLENCWS.CPY'.
      *    GALLERY FIGURES - AN '@IMAGE <IMG-ID>' BODY LINE RENDERS
      *    THE data/GALLERY.DAT ROW AS A CAPTIONED FIGURE, SO THE
      *    ALT TEXT AND CAPTION ARE WRITTEN ONCE IN THE GALLERY
      *    RECORD AND NEVER DRIFT. THE ROW IS LOOKED UP ON DEMAND;
      *    AN UNKNOWN ID EMITS A QUIET COMMENT, NOT A BROKEN TAG.
           COPY 'GALREC.CPY'.
           COPY 'IMGSETWS.CPY'.
       01  WS-GAL-STATUS       PIC X(2)    VALUE '00'.
       01  WS-GAL-EOF          PIC X       VALUE 'N'.
               88  GAL-EOF                     VALUE 'Y'.
       01  WS-SER-PREV-PROGRAM PIC X(12).
       01  WS-SER-NEXT-TITLE   PIC X(30).
       01  WS-SER-NEXT-PROGRAM PIC X(12).
      *    AUDIO EDITION - SEE AUDIOREC.CPY.
           COPY 'AUDIOREC.CPY'.
       01  WS-AUDIO-STATUS     PIC X(2)    VALUE '00'.
       01  WS-AUDIO-EOF        PIC X       VALUE 'N'.
               88  AUDIO-EOF                   VALUE 'Y'.
       01  WS-AUDIO-FOUND      PIC X       VALUE 'N'.
               88  AUDIO-FOUND                 VALUE 'Y'.
       01  WS-NARRATOR-NAME    PIC X(40)   VALUE SPACES.
       01  WS-ERR-PROGRAM      PIC X(12)   VALUE 'STORY'.
       01  WS-ERR-OPERATION    PIC X(30).
       01  WS-ERR-STATUS       PIC X(2).
       LINKAGE SECTION.
       01  LS-STORY-ID         PIC X(8).
       PROCEDURE DIVISION USING LS-STORY-ID.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-STORY-ID TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
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
           PERFORM EXTRACT-PAGE-PARAM.
           PERFORM EXTRACT-SEC-PARAM.
           PERFORM EXTRACT-FROM-PARAM.
           PERFORM EXTRACT-TOKEN-PARAM.
           PERFORM EXTRACT-COMMENTARY-PARAM.
           MOVE SPACES TO WS-PAGE-ID.
           MOVE LS-STORY-ID TO WS-PAGE-ID.
           CALL 'COUNTER' USING WS-PAGE-ID WS-MILESTONE.
           PERFORM FIND-STORY-RECORD.
           MOVE STORY-PROGRAM TO WS-SELF-PROGRAM.
           PERFORM RESOLVE-STORY-LICENCE.
           IF STORY-FOUND
               PERFORM SPLIT-CURRENT-TAGS
      *    A FUTURE PUBDATE IS AN EMBARGO - UNTIL THE DATE ARRIVES THE
                   HEAD
                     NL
                     CAPTION
                       'draft - ' FUNCTION TRIM(SITE-TITLE)
                     END-CAPTION
                   END-HEAD
                   NL
                     END-DIV
                   END-BODY
               END-DISPLAY
               SET RTM-REQUEST-END TO TRUE
               PERFORM MARK-RENDER-TIME
               GOBACK
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-OG-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE FUNCTION TRIM(WS-OG-TITLE)
           END-DISPLAY.
           PERFORM EMIT-BYLINE.
           PERFORM EMIT-TYPED-ON.
           PERFORM EMIT-TRANSLATION-NOTE.
           PERFORM EMIT-CONTENT-WARNING.
           PERFORM EMIT-AUDIO-EDITION.
           PERFORM EMIT-COMMENTARY-TOGGLE.
           IF FUNCTION TRIM(LS-STORY-ID) = 'I'
               DISPLAY
                       SCRIPT SRC BECOMES '"https://ajax.googleapis.com/
                   END-PARA
           END-DISPLAY.
           PERFORM EMIT-FOOTNOTES.
           PERFORM EMIT-CORRECTIONS.
           PERFORM EMIT-ERRATA-FORM.
           PERFORM EMIT-LICENCE.
           PERFORM EMIT-REACTIONS.
           PERFORM EMIT-SAVE-LINK.
           PERFORM EMIT-STORY-NAV.
                   END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
           GOBACK.

       EMIT-JSON-LD.
           DISPLAY
               '"image": "' FUNCTION TRIM(WS-BASE-URL) 'f/preview.jpg",'
           END-DISPLAY.
      *    THE DEED'S URL WHERE THERE IS ONE, ELSE THE LICENCE NAME.
           IF WS-LIC-URL NOT = SPACES
               MOVE WS-LIC-URL TO WS-JSON-IN
           ELSE
               MOVE WS-LIC-NAME TO WS-JSON-IN
           END-IF.
           PERFORM ESCAPE-JSON-STRING.
           DISPLAY
               '"license": "' FUNCTION TRIM(WS-JSON-OUT) '",'
           END-DISPLAY.
      *    A TAGGED STORY CREDITS ITS ACTUAL PEOPLE; THE UNTAGGED
      *    BACK CATALOGUE KEEPS THE ORGANIZATION IT ALWAYS CLAIMED.
           PERFORM SPLIT-STORY-AUTHORS.
                   '"@type": "Organization",'
               END-DISPLAY
               DISPLAY
                   '"name": "' FUNCTION TRIM(SITE-TITLE) '"'
               END-DISPLAY
               DISPLAY
                   '}'

           COPY 'HTMLESC.CPY'.

           COPY 'IMGSET.CPY'.

           COPY 'CWFILT.CPY'.

           COPY 'URLENC.CPY'.

       SPLIT-STORY-AUTHORS.
           MOVE SPACES TO WS-STORY-AUTHOR-IDS.
           UNSTRING STORY-AUTHORS DELIMITED BY ','
               END-IF
           END-IF.

      *    TRANSCOV.COB DOES THE CHECKSUM WORK IN BATCH; THE PAGE
      *    ONLY TRUSTS THE STATE IT LEFT ON THE REGISTER ROW, AS IT
      *    DOES FOR DRIFTED MARGIN NOTES. THE LINE GOES THROUGH THE
      *    PHRASE BOOK, SINCE THE READER OF A VARIANT IS THE ONE
      *    LEAST LIKELY TO READ ENGLISH.
       EMIT-TRANSLATION-NOTE.
           MOVE 'N' TO WS-STALE-VARIANT.
           MOVE 'N' TO WS-TRANS-EOF.
           OPEN INPUT TRANSLATION-FILE.
           IF WS-TRANS-STATUS = '00'
               PERFORM UNTIL TRANS-EOF
                   READ TRANSLATION-FILE
                       AT END
                           SET TRANS-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO TRANSLATION-RECORD
                           UNSTRING TRANSLATION-FILE-LINE
                               DELIMITED BY '|'
                               INTO TRN-SOURCE-ID TRN-LANG
                                    TRN-TRANSLATOR TRN-VARIANT-ID
                                    TRN-MADE TRN-SOURCE-SUM
                                    TRN-STATE
                           END-UNSTRING
                           IF FUNCTION TRIM(TRN-VARIANT-ID) =
                                   FUNCTION TRIM(STORY-ID)
                                   AND TRN-STALE
                               SET STALE-VARIANT TO TRUE
                               SET TRANS-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSLATION-FILE
           END-IF.
           IF STALE-VARIANT
               MOVE 'translated from an earlier version'
                   TO WS-STALE-TEXT
               CALL 'PHRASE' USING WS-STALE-KEY WS-STALE-TEXT
                   ON EXCEPTION CONTINUE END-CALL
               IF WS-ALT-URL NOT = SPACES
                   DISPLAY
                       DIV LINEAGE BECOMES 'staletranslation'
                         CLOSE-DIV
                         LINK URL BECOMES QUOTE
                              FUNCTION TRIM(WS-ALT-URL) QUOTE
                         CLOSE-LINK
                           FUNCTION TRIM(WS-STALE-TEXT)
                         END-LINK
                       END-DIV
                   END-DISPLAY
               ELSE
                   DISPLAY
                       DIV LINEAGE BECOMES 'staletranslation'
                         CLOSE-DIV
                         FUNCTION TRIM(WS-STALE-TEXT)
                       END-DIV
                   END-DISPLAY
               END-IF
           END-IF.

       LOOKUP-KEYBOARD-NAME.
           MOVE SPACES TO WS-KB-NAME.
           MOVE 'N' TO WS-KB-EOF.
               END-DISPLAY
           END-IF.

      *    THE AUDIO EDITION SITS ABOVE THE TEXT IT READS, AND SAYS
      *    SO: THE TEXT BELOW IS ITS TRANSCRIPT, WITH A WORD ON HOW
      *    CLOSELY THE READING FOLLOWS IT. PODCAST.COB CARRIES THE
      *    SAME RECORDINGS AS A FEED.
       EMIT-AUDIO-EDITION.
           PERFORM FIND-AUDIO-ROW.
           IF AUDIO-FOUND
               PERFORM LOOKUP-NARRATOR-NAME
               DISPLAY
                   DIV LINEAGE BECOMES 'audioedition' CLOSE-DIV
                     BOLD
                       'listen'
                     END-BOLD
                     ' (' FUNCTION TRIM(AUD-DURATION) ', read by '
                     LINK URL BECOMES QUOTE 'AUTHOR.COB?id='
                          FUNCTION TRIM(AUD-NARRATOR) QUOTE
                     CLOSE-LINK
                       FUNCTION TRIM(WS-NARRATOR-NAME)
                     END-LINK
                     ')'
                     AUDIO HANDLES PRELOAD BECOMES '"none"'
                           SRC BECOMES QUOTE
                           FUNCTION TRIM(AUD-FILE) QUOTE
                     CLOSE-AUDIO
                       LINK URL BECOMES QUOTE
                            FUNCTION TRIM(AUD-FILE) QUOTE
                       CLOSE-LINK
                         'download the recording'
                       END-LINK
                     END-AUDIO
                     PARA CLOSE-PARA
                       'transcript: '
                       LINK URL BECOMES '"#storytitle"' CLOSE-LINK
                         'the text of this story'
                       END-LINK
               END-DISPLAY
               EVALUATE FUNCTION TRIM(AUD-TRANSCRIPT)
                   WHEN 'verbatim'
                       DISPLAY ', read as written.' END-DISPLAY
                   WHEN 'adapted'
                       DISPLAY ' - the reading departs from it in'
                           ' places.'
                       END-DISPLAY
                   WHEN OTHER
                       DISPLAY ' - not yet checked against the'
                           ' recording.'
                       END-DISPLAY
               END-EVALUATE
               DISPLAY
                       ' '
                       LINK URL BECOMES '"PODCAST.COB"' CLOSE-LINK
                         'podcast feed'
                       END-LINK
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.

      *    ONLY OFFERED WHEN THE STORY HAS A NOTE TO SHOW. THE LINK
      *    KEEPS THE SECTION AND ANY PREVIEW TOKEN, SO SWITCHING
      *    COMMENTARY ON MID-STORY DOES NOT LOSE THE READER'S PLACE.
       EMIT-COMMENTARY-TOGGLE.
           PERFORM LOAD-STORY-NOTES.
           IF WS-NOTE-COUNT > 0
               MOVE SPACES TO WS-COMMENTARY-HREF
               IF COMMENTARY-MODE
                   STRING FUNCTION TRIM(WS-SELF-PROGRAM)
                              DELIMITED BY SIZE
                          '?commentary=off' DELIMITED BY SIZE
                       INTO WS-COMMENTARY-HREF
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-SELF-PROGRAM)
                              DELIMITED BY SIZE
                          '?commentary=on' DELIMITED BY SIZE
                       INTO WS-COMMENTARY-HREF
                   END-STRING
               END-IF
               IF FUNCTION TRIM(WS-SEC-PARAM) NOT = 'start'
                   MOVE SPACES TO WS-CHOICE-HREF
                   STRING FUNCTION TRIM(WS-COMMENTARY-HREF)
                              DELIMITED BY SIZE
                          '&sec=' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SEC-PARAM)
                              DELIMITED BY SIZE
                       INTO WS-CHOICE-HREF
                   END-STRING
                   MOVE WS-CHOICE-HREF TO WS-COMMENTARY-HREF
               END-IF
               IF FUNCTION TRIM(WS-TOKEN-PARAM) NOT = SPACES
                   MOVE SPACES TO WS-CHOICE-HREF
                   STRING FUNCTION TRIM(WS-COMMENTARY-HREF)
                              DELIMITED BY SIZE
                          '&token=' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TOKEN-PARAM)
                              DELIMITED BY SIZE
                       INTO WS-CHOICE-HREF
                   END-STRING
                   MOVE WS-CHOICE-HREF TO WS-COMMENTARY-HREF
               END-IF
               MOVE WS-NOTE-COUNT TO WS-NOTE-COUNT-OUT
               DISPLAY
                   DIV LINEAGE BECOMES 'commentarytoggle' CLOSE-DIV
                     LINK URL BECOMES QUOTE
                          FUNCTION TRIM(WS-COMMENTARY-HREF) QUOTE
                     CLOSE-LINK
               END-DISPLAY
               IF COMMENTARY-MODE
                   DISPLAY 'read without commentary' END-DISPLAY
               ELSE
                   DISPLAY 'read with commentary ('
                       FUNCTION TRIM(WS-NOTE-COUNT-OUT)
                       ' author''s note(s))'
                   END-DISPLAY
               END-IF
               DISPLAY
                     END-LINK
                   END-DIV
               END-DISPLAY
           END-IF.

      *    DRIFTED NOTES STAY IN THE FILE FOR THE AUTHOR TO RE-PIN
      *    BUT ARE NEVER SHOWN - A NOTE BESIDE THE WRONG PARAGRAPH IS
      *    WORSE THAN NO NOTE.
       LOAD-STORY-NOTES.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 'N' TO WS-ANNOT-EOF.
           OPEN INPUT ANNOTATION-FILE.
           IF WS-ANNOT-STATUS = '00'
               PERFORM UNTIL ANNOT-EOF
                   READ ANNOTATION-FILE
                       AT END
                           SET ANNOT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO ANNOTATION-RECORD
                           UNSTRING ANNOTATION-FILE-LINE
                               DELIMITED BY '|'
                               INTO ANN-STORY-ID ANN-LINE ANN-WRITTEN
                                    ANN-BODY-SUM ANN-STATE ANN-TEXT
                           END-UNSTRING
                           IF FUNCTION TRIM(ANN-STORY-ID) =
                                   FUNCTION TRIM(LS-STORY-ID)
                                   AND NOT ANN-DRIFTED
                                   AND FUNCTION TEST-NUMVAL(ANN-LINE)
                                       = 0
                                   AND WS-NOTE-COUNT < 100
                               ADD 1 TO WS-NOTE-COUNT
                               MOVE FUNCTION NUMVAL(ANN-LINE)
                                   TO WS-NOTE-LINE(WS-NOTE-COUNT)
                               MOVE ANN-WRITTEN
                                   TO WS-NOTE-WRITTEN(WS-NOTE-COUNT)
                               MOVE ANN-TEXT
                                   TO WS-NOTE-TEXT(WS-NOTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOTATION-FILE
           END-IF.

       FIND-AUDIO-ROW.
           MOVE 'N' TO WS-AUDIO-FOUND WS-AUDIO-EOF.
           OPEN INPUT AUDIO-FILE.
           IF WS-AUDIO-STATUS = '00'
               PERFORM UNTIL AUDIO-EOF OR AUDIO-FOUND
                   READ AUDIO-FILE
                       AT END
                           SET AUDIO-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO AUDIO-RECORD
                           UNSTRING AUDIO-FILE-LINE DELIMITED BY '|'
                               INTO AUD-STORY-ID AUD-FILE AUD-BYTES
                                    AUD-DURATION AUD-NARRATOR
                                    AUD-TRANSCRIPT AUD-RECORDED
                           END-UNSTRING
                           IF FUNCTION TRIM(AUD-STORY-ID) =
                                   FUNCTION TRIM(LS-STORY-ID)
                                   AND AUD-FILE NOT = SPACES
                               SET AUDIO-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIO-FILE
           END-IF.

       LOOKUP-NARRATOR-NAME.
           MOVE AUD-NARRATOR TO WS-NARRATOR-NAME.
           MOVE 'N' TO WS-AUTHOR-EOF.
           OPEN INPUT AUTHOR-FILE.
           IF WS-AUTHOR-STATUS = '00'
               PERFORM UNTIL AUTHOR-EOF
                   READ AUTHOR-FILE
                       AT END
                           SET AUTHOR-EOF TO TRUE
                       NOT AT END
                           UNSTRING AUTHOR-FILE-LINE
                               DELIMITED BY '|'
                               INTO AUTHOR-ID AUTHOR-NAME
                           END-UNSTRING
                           IF FUNCTION TRIM(AUTHOR-ID) =
                                   FUNCTION TRIM(AUD-NARRATOR)
                               MOVE AUTHOR-NAME TO WS-NARRATOR-NAME
                               SET AUTHOR-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHOR-FILE
           END-IF.

       CHECK-DRAFT-ACCESS.
           MOVE 'Y' TO WS-ACCESS-DENIED.
           IF STORY-TOKEN NOT = SPACES
                       FUNCTION TRIM(STORY-TOKEN)
               MOVE 'N' TO WS-ACCESS-DENIED
           END-IF.
           IF WS-ACCESS-DENIED = 'Y' AND STORY-DRAFT NOT = 'Y'
                   AND FUNCTION TRIM(WS-TOKEN-PARAM) NOT = SPACES
               MOVE 'U' TO WS-TIP-CURRENT
               CALL 'TIPCHK' USING WS-TOKEN-PARAM WS-TIP-CURRENT
                   WS-TIP-UNTIL
                   ON EXCEPTION
                       MOVE 'U' TO WS-TIP-CURRENT
               END-CALL
               IF WS-TIP-CURRENT = 'Y'
                   MOVE 'N' TO WS-ACCESS-DENIED
               END-IF
           END-IF.

       FIND-STORY-RECORD.
           OPEN INPUT STORY-FILE.
           CLOSE STORY-FILE.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-AUTHORS STORY-KEYBOARD STORY-LICENCE
               STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       PARSE-OLDER-RECORD.
                       'content warning: '
                     END-BOLD
                     FUNCTION TRIM(STORY-WARNING)
                     ' ('
                     LINK URL BECOMES '"CWPREFS.COB"' CLOSE-LINK
                       'keep stories like this off your listings'
                     END-LINK
                     ')'
                   END-DIV
               END-DISPLAY
           END-IF.
      *    STRAIGHT BACK HERE VIA HTTP_REFERER.
       EMIT-REACTIONS.
           MOVE 0 TO WS-FELT-COUNT WS-HELD-COUNT WS-STILL-COUNT.
           MOVE 'data/REACTIONS.DAT' TO SIX-FILE.
           PERFORM FIRST-SIDE-ROW.
           IF SIX-NO-COPY
               PERFORM SCAN-REACTION-FILE
           ELSE
               PERFORM UNTIL NOT SIX-ROW
                   MOVE SIX-LINE TO REACTION-FILE-LINE
                   PERFORM TALLY-ONE-REACTION
                   PERFORM NEXT-SIDE-ROW
               END-PERFORM
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'reactions' CLOSE-DIV
               END-DIV
           END-DISPLAY.

       SCAN-REACTION-FILE.
           MOVE 'N' TO WS-REACTION-EOF.
           OPEN INPUT REACTION-FILE.
           IF WS-REACTION-STATUS = '00'
               PERFORM UNTIL REACTION-EOF
                   READ REACTION-FILE
                       AT END
                           SET REACTION-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-REACTION
                   END-READ
               END-PERFORM
               CLOSE REACTION-FILE
           END-IF.

      *    THE KEYED WALK OVER ONE STORY'S ROWS OF SIX-FILE. '35'
      *    FROM THE FIRST CALL MEANS NO KEYED COPY - SCAN INSTEAD.
       FIRST-SIDE-ROW.
           MOVE 'F' TO SIX-ACTION.
           MOVE LS-STORY-ID TO SIX-STORY.
           MOVE '35' TO SIX-STATUS.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   MOVE '35' TO SIX-STATUS
           END-CALL.

       NEXT-SIDE-ROW.
           MOVE 'N' TO SIX-ACTION.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   MOVE '10' TO SIX-STATUS
           END-CALL.

       TALLY-ONE-REACTION.
           MOVE SPACES TO WS-R-STORY WS-R-KIND.
           UNSTRING REACTION-FILE-LINE DELIMITED BY '|'
      *    WEBMENTIONS FROM data/WEBMENTIONS.DAT RENDERED AS A
      *    "MENTIONED ELSEWHERE" LIST NEXT TO THE COMMENTS.
       EMIT-WEBMENTIONS.
           MOVE 'webmentions' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 'N' TO WS-WM-EOF WS-WM-SHOWN.
           MOVE 'data/WEBMENTIONS.DAT' TO SIX-FILE.
           PERFORM FIRST-SIDE-ROW.
           IF SIX-NO-COPY
               OPEN INPUT WM-FILE
               IF WS-WM-STATUS = '00'
                   PERFORM UNTIL WM-EOF
                       READ WM-FILE
                           AT END
                               SET WM-EOF TO TRUE
                           NOT AT END
                               PERFORM EMIT-ONE-WEBMENTION
                       END-READ
                   END-PERFORM
                   CLOSE WM-FILE
               END-IF
           ELSE
               PERFORM UNTIL NOT SIX-ROW
                   MOVE SIX-LINE TO WM-FILE-LINE
                   PERFORM EMIT-ONE-WEBMENTION
                   PERFORM NEXT-SIDE-ROW
               END-PERFORM
           END-IF.
           IF WM-SHOWN
               DISPLAY
                   END-DIV
               END-DISPLAY
           END-IF.
           MOVE 'webmentions' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-ONE-WEBMENTION.
           UNSTRING WM-FILE-LINE DELIMITED BY '|'
           END-IF.

       EMIT-COMMENTS.
           MOVE 'comments' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           DISPLAY
               DIV LINEAGE BECOMES 'comments' CLOSE-DIV
                 H1 CLOSE-H1
                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"comment"' CLOSE-INPUT
               END-FORM
               PARA CLOSE-PARA
                 'what happens to what you leave here: '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
               END-PARA
               END-DIV
           END-DISPLAY.
           MOVE 'comments' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       LOAD-COMMENT-TABLE.
           MOVE 0 TO WS-CT-COUNT.
           MOVE 'data/COMMENTS.DAT' TO SIX-FILE.
           PERFORM FIRST-SIDE-ROW.
           IF SIX-NO-COPY
               PERFORM SCAN-COMMENT-FILE
           ELSE
               PERFORM UNTIL NOT SIX-ROW
                   MOVE SIX-LINE TO COMMENT-FILE-LINE
                   PERFORM LOAD-ONE-COMMENT
                   PERFORM NEXT-SIDE-ROW
               END-PERFORM
           END-IF.

       SCAN-COMMENT-FILE.
           MOVE 'N' TO WS-COMMENT-EOF.
           OPEN INPUT COMMENT-FILE.
           IF WS-COMMENT-STATUS NOT = '00'
                 END-PARA
           END-DISPLAY.
           PERFORM EMIT-REPLY-FORM.
           MOVE WS-CT-ID(WS-CT-IDX) TO WS-REPORT-ID.
           PERFORM EMIT-REPORT-FORM.
           DISPLAY
               END-DIV
           END-DISPLAY.
                 PARA CLOSE-PARA
                   FUNCTION TRIM(WS-COMMENT-BODY-SAFE)
                 END-PARA
           END-DISPLAY.
           MOVE WS-CT-ID(WS-REPLY-IDX) TO WS-REPORT-ID.
           PERFORM EMIT-REPORT-FORM.
           DISPLAY
               END-DIV
           END-DISPLAY.

                 FORMINPUT KIND BECOMES '"submit"'
                           VAL BECOMES '"reply"' CLOSE-INPUT
               END-FORM
               PARA CLOSE-PARA
                 'what happens to what you leave here: '
                 LINK URL BECOMES '"/privacy"' CLOSE-LINK
                   'the privacy notice'
                 END-LINK
               END-PARA
           END-DISPLAY.

      *    "REPORT THIS" UNDER EVERY PUBLISHED COMMENT AND REPLY -
      *    ABUSE.COB QUEUES IT FOR ABUSEDESK.COB OR THE ADMIN ABUSE
      *    SCREEN. A ROW FROM BEFORE COMMENT IDS HAS NOTHING TO POINT
      *    AT, SO IT GETS NO FORM.
       EMIT-REPORT-FORM.
           IF FUNCTION TRIM(WS-REPORT-ID) NOT = SPACES
               DISPLAY
                   FORM FORMMETHOD BECOMES '"POST"'
                        ACTION BECOMES '"ABUSE.COB"' CLOSE-FORM
                     FORMINPUT KIND BECOMES '"hidden"'
                               NAM BECOMES '"kind"'
                               VAL BECOMES '"comment"' CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"hidden"'
                               NAM BECOMES '"ref"'
                               VAL BECOMES QUOTE
                                   FUNCTION TRIM(LS-STORY-ID) QUOTE
                     CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"hidden"'
                               NAM BECOMES '"key"'
                               VAL BECOMES QUOTE
                                   FUNCTION TRIM(WS-REPORT-ID) QUOTE
                     CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"reason"' CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"reporter"' CLOSE-INPUT
                     ' (your email - optional, never shown; '
                     LINK URL BECOMES '"/privacy"' CLOSE-LINK
                       'the privacy notice'
                     END-LINK
                     ')'
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"website"'
                               STYLE-ATTR BECOMES '"display:none"'
                     CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"submit"'
                               VAL BECOMES '"report this"' CLOSE-INPUT
                   END-FORM
               END-DISPLAY
           END-IF.

       EMIT-COMMENT-PAGE-NAV.
           COMPUTE WS-PREV-PAGE = WS-PAGE-NUM - 1.
           COMPUTE WS-NEXT-PAGE = WS-PAGE-NUM + 1.
       BUILD-OG-TITLE-AND-URL.
           MOVE SPACES TO WS-OG-TITLE.
           STRING FUNCTION TRIM(STORY-TITLE) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-OG-TITLE
           END-STRING.
           MOVE SPACES TO WS-OG-URL.
           END-PERFORM.
           CLOSE STORY-FILE.

      *    A RELATED STORY THE READER'S CONTENT FILTERS MATCH IS
      *    SIMPLY PASSED OVER FOR THE NEXT - THREE SUGGESTIONS HAVE
      *    NO ROOM FOR A COLLAPSED NOTE.
       FIND-RELATED-STORIES.
           PERFORM READ-CONTENT-FILTERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF OR WS-RELATED-COUNT >= 3
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                           PERFORM SPLIT-OTHER-TAGS
                           PERFORM CHECK-TAGS-OVERLAP
                           PERFORM CHECK-CONTENT-FILTER
                           IF TAGS-OVERLAP AND NOT CW-MATCHED
                               ADD 1 TO WS-RELATED-COUNT
                               MOVE STORY-TITLE TO
                                   WS-RELATED-TITLE(WS-RELATED-COUNT)
           CLOSE STORY-FILE.

       EMIT-RELATED-STORIES.
           MOVE 'related' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           IF STORY-FOUND AND STORY-TAGS NOT = SPACES
               PERFORM FIND-RELATED-STORIES
               IF WS-RELATED-COUNT > 0
                   END-DISPLAY
               END-IF
           END-IF.
           MOVE 'related' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

      *    TAG OVERLAP SAYS "SIMILAR MOOD"; THIS BLOCK SAYS "THIS IS
      *    A CONVERSATION" - THE STORIES THAT CITE THIS ONE, FROM THE
      *    PUBLISH. TITLES RESOLVE THROUGH THE SAME KEYED LOOKUP THE
      *    SERIES NAV USES.
       EMIT-MENTIONED-IN.
           MOVE 'mentioned-in' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 'N' TO WS-CROSS-EOF WS-MENTION-SHOWN.
           MOVE 'data/CROSSLINKS.DAT' TO SIX-FILE.
           PERFORM FIRST-SIDE-ROW.
           IF SIX-NO-COPY
               OPEN INPUT CROSSLINK-FILE
               IF WS-CROSS-STATUS = '00'
                   PERFORM UNTIL CROSS-EOF
                       READ CROSSLINK-FILE
                           AT END
                               SET CROSS-EOF TO TRUE
                           NOT AT END
                               PERFORM EMIT-ONE-MENTION
                       END-READ
                   END-PERFORM
                   CLOSE CROSSLINK-FILE
               END-IF
           ELSE
               PERFORM UNTIL NOT SIX-ROW
                   MOVE SIX-LINE TO CROSSLINK-FILE-LINE
                   PERFORM EMIT-ONE-MENTION
                   PERFORM NEXT-SIDE-ROW
               END-PERFORM
           END-IF.
           IF MENTION-SHOWN
               DISPLAY
                   END-DIV
               END-DISPLAY
           END-IF.
           MOVE 'mentioned-in' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-ONE-MENTION.
           MOVE SPACES TO WS-XL-FROM WS-XL-TO.
      *    '@SECTION start'; THE CURRENT SECTION RIDES IN THE QUERY
      *    STRING AS sec= THE SAME WAY THE DRAFT TOKEN DOES. A BODY
      *    WITH NO MARKERS STREAMS TOP TO BOTTOM EXACTLY AS BEFORE, SO
      *    EVERY EXISTING STORY IS UNTOUCHED. A LINE '@ENDING' INSIDE
      *    A SECTION MARKS IT AS ONE OF THE STORY'S ENDINGS - IT
      *    RENDERS AS NOTHING, IT ONLY TELLS BRANCHVAL.COB THAT A
      *    SECTION WITH NO CHOICES IS MEANT TO STOP THERE.
       EMIT-STORY-BODY.
           MOVE 'body' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           PERFORM BUILD-BODY-FILENAME.
           PERFORM DETECT-BRANCHING-BODY.
           IF BRANCHING-BODY
               PERFORM LOG-SECTION-VIEW
           END-IF.
           MOVE 'N' TO WS-BODY-EOF.
           MOVE 0 TO WS-BODY-LINE-NUM.
           OPEN INPUT STORY-BODY-FILE.
           IF BRANCHING-BODY
               MOVE 'N' TO WS-IN-SECTION
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BODY-LINE-NUM
                           PERFORM EMIT-BRANCH-LINE
                           IF IN-SECTION
                               PERFORM EMIT-LINE-NOTES
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BODY-LINE-NUM
                           PERFORM RENDER-BODY-LINE
                           PERFORM EMIT-LINE-NOTES
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE STORY-BODY-FILE.
           MOVE 'body' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

      *    A NOTE RENDERS INLINE RIGHT AFTER ITS LINE - THE BODY
      *    SITS INSIDE ONE PARAGRAPH, SO IT IS A <SMALL> THE
      *    STYLESHEET FLOATS INTO THE MARGIN, NOT A BLOCK THAT WOULD
      *    BREAK THE PARAGRAPH OPEN.
       EMIT-LINE-NOTES.
           IF COMMENTARY-MODE
               PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                       UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                   IF WS-NOTE-LINE(WS-NOTE-IDX) = WS-BODY-LINE-NUM
                       DISPLAY
                         GLOSS LINEAGE BECOMES 'marginnote'
                         CLOSE-GLOSS
                           BOLD
                             'author''s note, '
                             WS-NOTE-WRITTEN(WS-NOTE-IDX)(1:4) '-'
                             WS-NOTE-WRITTEN(WS-NOTE-IDX)(5:2) '-'
                             WS-NOTE-WRITTEN(WS-NOTE-IDX)(7:2)
                           END-BOLD
                           ' ' FUNCTION TRIM(WS-NOTE-TEXT(WS-NOTE-IDX))
                         END-GLOSS
                       END-DISPLAY
                   END-IF
               END-PERFORM
           END-IF.

      *    SMALL INLINE MARKUP PASS OVER ONE BODY LINE. THREE FORMS:
      *    *EMPHASIS* (PAIRS WITHIN A LINE - AN UNPAIRED ASTERISK
               MOVE IMG-CAPTION TO WS-HTML-IN
               PERFORM ESCAPE-HTML-STRING
               MOVE WS-HTML-OUT TO WS-IMG-CAPTION-SAFE
               PERFORM BUILD-IMAGE-SRCSET
               DISPLAY
                   DIV LINEAGE BECOMES 'storyfigure' CLOSE-DIV
                     IMAGE SRC BECOMES QUOTE
                           FUNCTION TRIM(IMG-FILENAME) QUOTE
                           SRCSET BECOMES QUOTE
                           FUNCTION TRIM(WS-IMG-SRCSET) QUOTE
                           ALT-ATTR BECOMES QUOTE
                           FUNCTION TRIM(WS-IMG-ALT-SAFE) QUOTE
                     CLOSE-IMAGE
                       NOT AT END
                           MOVE SPACES TO IMG-ID IMG-FILENAME
                               IMG-CAPTION IMG-ALT IMG-DATE
                               IMG-TAGS IMG-VARIANTS
                           UNSTRING GALLERY-FILE-LINE
                               DELIMITED BY '|'
                               INTO IMG-ID IMG-FILENAME
                                    IMG-CAPTION IMG-ALT IMG-DATE
                                    IMG-TAGS IMG-VARIANTS
                           END-UNSTRING
                           IF FUNCTION TRIM(IMG-ID) =
                                   FUNCTION TRIM(WS-IMG-WANTED)
                   MOVE WS-MK-IN(WS-MK-J + 2:WS-MK-K - WS-MK-J - 2)
                       TO WS-MK-LINK-URL
               END-IF
               PERFORM BUILD-LINK-HREF
               MOVE SPACES TO WS-MK-PIECE
               STRING '<A HREF="' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MK-HREF)
                          DELIMITED BY SIZE
                      '">' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MK-LINK-TEXT)
               END-IF
           END-PERFORM.
           IF WS-ARC-FOUND > 0
               MOVE WS-ARC-T-ARCHIVE(WS-ARC-FOUND) TO WS-URLENC-IN
               PERFORM BUILD-OUTBOUND-HREF
               MOVE SPACES TO WS-MK-PIECE
               STRING ' <A HREF="' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MK-HREF)
                          DELIMITED BY SIZE
                      '">(archived)</A>' DELIMITED BY SIZE
                   INTO WS-MK-PIECE
               PERFORM APPEND-MK-PIECE
           END-IF.

      *    AN OFF-SITE LINK IS POINTED AT OUTLINK.COB, NAMING THIS
      *    STORY AS THE PAGE IT WAS FOLLOWED FROM; OUTLINK.COB FINDS
      *    THE SAME [TEXT](URL) IN THE BODY BEFORE IT SENDS ANYONE
      *    ON. A LINK WITHIN THE SITE IS LEFT AS WRITTEN.
       BUILD-LINK-HREF.
           MOVE SPACES TO WS-MK-HREF.
           IF (WS-MK-LINK-URL(1:7) = 'http://'
                   OR WS-MK-LINK-URL(1:8) = 'https://')
                   AND WS-MK-LINK-URL(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-BASE-URL))) NOT =
                       FUNCTION TRIM(WS-BASE-URL)
               MOVE WS-MK-LINK-URL TO WS-URLENC-IN
               PERFORM BUILD-OUTBOUND-HREF
           ELSE
               MOVE WS-MK-LINK-URL TO WS-MK-HREF
           END-IF.

       BUILD-OUTBOUND-HREF.
           PERFORM ENCODE-URL-STRING.
           MOVE SPACES TO WS-MK-HREF.
           STRING '/out?from=' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STORY-ID) DELIMITED BY SIZE
                  '&to=' DELIMITED BY SIZE
                  WS-URLENC-OUT(1:WS-URLENC-OUT-LEN)
                      DELIMITED BY SIZE
               INTO WS-MK-HREF
           END-STRING.

       LOAD-ARCHIVE-MAP.
           SET ARC-LOADED TO TRUE.
           MOVE 'N' TO WS-ARCHIVE-EOF.
               END-DISPLAY
           END-IF.

      *    EVERY FIXED ERRATA REPORT FOR THIS STORY, OLDEST FIRST, AS
      *    ERRATADESK.COB LOGGED IT. NO ROWS, NO HEADING.
       EMIT-CORRECTIONS.
           MOVE 'N' TO WS-CORR-EOF.
           MOVE 'N' TO WS-CORR-SHOWN.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORR-STATUS = '00'
               PERFORM UNTIL CORR-EOF
                   READ CORRECTION-FILE
                       AT END
                           SET CORR-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO CORRECTION-RECORD
                           UNSTRING CORRECTION-FILE-LINE
                               DELIMITED BY '|'
                               INTO COR-STORY-ID COR-DATE COR-QUOTED
                                    COR-FIX
                           END-UNSTRING
                           IF FUNCTION TRIM(COR-STORY-ID) =
                                   FUNCTION TRIM(LS-STORY-ID)
                               PERFORM EMIT-ONE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.
           IF CORR-SHOWN
               DISPLAY
                   END-DIV
               END-DISPLAY
           END-IF.

       EMIT-ONE-CORRECTION.
           IF NOT CORR-SHOWN
               SET CORR-SHOWN TO TRUE
               DISPLAY
                   DIV LINEAGE BECOMES 'corrections' CLOSE-DIV
                     H1 CLOSE-H1
                       'corrections'
                     END-H1
               END-DISPLAY
           END-IF.
           MOVE COR-QUOTED TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-CORR-QUOTED-SAFE.
           MOVE COR-FIX TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT TO WS-CORR-FIX-SAFE.
           IF FUNCTION TRIM(COR-FIX) = SPACES
               DISPLAY
                   DIV LINEAGE BECOMES 'correction' CLOSE-DIV
                     COR-DATE(1:4) '-' COR-DATE(5:2) '-'
                     COR-DATE(7:2) ': "'
                     FUNCTION TRIM(WS-CORR-QUOTED-SAFE)
                     '" put right'
                   END-DIV
               END-DISPLAY
           ELSE
               DISPLAY
                   DIV LINEAGE BECOMES 'correction' CLOSE-DIV
                     COR-DATE(1:4) '-' COR-DATE(5:2) '-'
                     COR-DATE(7:2) ': "'
                     FUNCTION TRIM(WS-CORR-QUOTED-SAFE)
                     '" now reads "'
                     FUNCTION TRIM(WS-CORR-FIX-SAFE) '"'
                   END-DIV
               END-DISPLAY
           END-IF.

      *    "REPORT AN ERROR" - A TYPO OR BROKEN FOOTNOTE GOES TO
      *    ERRATA.COB'S OWN QUEUE INSTEAD OF THE COMMENT QUEUE. A
      *    TOKEN PREVIEW OF A DRAFT IS NOT REPORTABLE YET.
       EMIT-ERRATA-FORM.
           IF FUNCTION TRIM(WS-TOKEN-PARAM) = SPACES
               DISPLAY
                   DIV LINEAGE BECOMES 'erratareport' CLOSE-DIV
                   FORM FORMMETHOD BECOMES '"POST"'
                        ACTION BECOMES '"ERRATA.COB"' CLOSE-FORM
                     FORMINPUT KIND BECOMES '"hidden"'
                               NAM BECOMES '"story"'
                               VAL BECOMES QUOTE
                                   FUNCTION TRIM(LS-STORY-ID) QUOTE
                     CLOSE-INPUT
                     'spotted a mistake? the text as it reads: '
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"quoted"' CLOSE-INPUT
                     ' what it should say: '
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"fix"' CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"text"'
                               NAM BECOMES '"website"'
                               STYLE-ATTR BECOMES '"display:none"'
                     CLOSE-INPUT
                     FORMINPUT KIND BECOMES '"submit"'
                               VAL BECOMES '"report an error"'
                     CLOSE-INPUT
                   END-FORM
                   END-DIV
               END-DISPLAY
           END-IF.

       RESOLVE-STORY-LICENCE.
           MOVE STORY-LICENCE TO WS-LIC-CODE.
           MOVE SPACES TO WS-LIC-NAME WS-LIC-URL.
           CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME WS-LIC-URL
               WS-LIC-FOUND
               ON EXCEPTION
                   MOVE WS-DEFAULT-LICENCE TO WS-LIC-NAME
           END-CALL.

      *    THE LICENCE LINE, LINKED TO ITS DEED WHEN IT HAS ONE, AND
      *    THE WAY TO ASK FOR A REPRINT OR TRANSLATION BEYOND IT.
       EMIT-LICENCE.
           DISPLAY
               DIV LINEAGE BECOMES 'licence' CLOSE-DIV
                 'licence: '
           END-DISPLAY.
           IF WS-LIC-URL NOT = SPACES
               DISPLAY
                 LINK URL BECOMES QUOTE FUNCTION TRIM(WS-LIC-URL) QUOTE
                      RELATES BECOMES '"license"' CLOSE-LINK
                   FUNCTION TRIM(WS-LIC-NAME)
                 END-LINK
               END-DISPLAY
           ELSE
               DISPLAY
                 FUNCTION TRIM(WS-LIC-NAME)
               END-DISPLAY
           END-IF.
           IF FUNCTION TRIM(WS-TOKEN-PARAM) = SPACES
               DISPLAY
                 ' - '
                 LINK URL BECOMES QUOTE 'PERMIT.COB?story='
                      FUNCTION TRIM(LS-STORY-ID) QUOTE CLOSE-LINK
                   'ask to reprint or translate'
                 END-LINK
                 ' - '
                 LINK URL BECOMES QUOTE 'ASK.COB?story='
                      FUNCTION TRIM(LS-STORY-ID) QUOTE CLOSE-LINK
                   'ask the author about it'
                 END-LINK
               END-DISPLAY
           END-IF.
           DISPLAY
               END-DIV
           END-DISPLAY.

       DETECT-BRANCHING-BODY.
           MOVE 'N' TO WS-BRANCHING WS-BODY-EOF.
           OPEN INPUT STORY-BODY-FILE.
                   END-IF
               WHEN NOT IN-SECTION
                   CONTINUE
               WHEN STORY-BODY-LINE(1:7) = '@ENDING'
                   CONTINUE
               WHEN STORY-BODY-LINE(1:8) = '@CHOICE '
                   MOVE SPACES TO WS-CHOICE-TARGET WS-CHOICE-LABEL
                   UNSTRING STORY-BODY-LINE(9:) DELIMITED BY '|'
                   PERFORM RENDER-BODY-LINE
           END-EVALUATE.

      *    EVERY CHOICE LINK NAMES THE SECTION IT WAS TAKEN FROM AS
      *    from=, SO THE VIEW LOG RECORDS WHICH BRANCH WAS CHOSEN AND
      *    NOT JUST WHERE THE READER LANDED.
      *    A PRESENTED PREVIEW TOKEN RIDES ALONG ON EVERY CHOICE
      *    LINK - WITHOUT IT THE NEXT SECTION OF A DRAFT OR EMBARGOED
      *    STORY WOULD COME BACK 403.
                      '?sec=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHOICE-TARGET)
                          DELIMITED BY SIZE
                      '&from=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-PARAM)
                          DELIMITED BY SIZE
                   INTO WS-CHOICE-HREF
               END-STRING
           ELSE
                      '?sec=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHOICE-TARGET)
                          DELIMITED BY SIZE
                      '&from=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-PARAM)
                          DELIMITED BY SIZE
                      '&token=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TOKEN-PARAM)
                          DELIMITED BY SIZE
                   INTO WS-CHOICE-HREF
               END-STRING
           END-IF.
           IF COMMENTARY-MODE
               MOVE WS-CHOICE-HREF TO WS-COMMENTARY-HREF
               MOVE SPACES TO WS-CHOICE-HREF
               STRING FUNCTION TRIM(WS-COMMENTARY-HREF)
                          DELIMITED BY SIZE
                      '&commentary=on' DELIMITED BY SIZE
                   INTO WS-CHOICE-HREF
               END-STRING
           END-IF.

       BUILD-PAGE-HREF.
           MOVE SPACES TO WS-NAV-HREF.
                   MOVE WS-SEC-VALUE TO WS-SEC-PARAM
               END-IF
           END-IF.

      *    PULLS from=N OUT OF THE QUERY STRING - BLANK WHEN THE
      *    READER DID NOT ARRIVE BY A CHOICE LINK.
       EXTRACT-FROM-PARAM.
           MOVE SPACES TO WS-FROM-PARAM.
           MOVE SPACES TO WS-PG-SCRAP WS-PG-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'from='
               INTO WS-PG-SCRAP WS-PG-REST
           END-UNSTRING.
           IF WS-PG-REST NOT = SPACES
               UNSTRING WS-PG-REST DELIMITED BY '&'
                   INTO WS-FROM-PARAM
               END-UNSTRING
           END-IF.

      *    ONE ROW PER SECTION VIEW. CRAWLERS (BOTCHK.CBL) AND
      *    PREVIEW-TOKEN VIEWS ARE LEFT OUT - THE REPORT IS MEANT TO
      *    SAY WHAT READERS CHOSE, NOT WHAT A SPIDER OR THE AUTHOR
      *    PROOFING A DRAFT CLICKED THROUGH. A '|' IN EITHER
      *    PARAMETER WOULD BREAK THE ROW, SO IT IS BLANKED.
       LOG-SECTION-VIEW.
           IF FUNCTION TRIM(WS-TOKEN-PARAM) = SPACES
               MOVE SPACES TO WS-SECV-AGENT
               ACCEPT WS-SECV-AGENT FROM ENVIRONMENT 'HTTP_USER_AGENT'
               MOVE 'H' TO WS-SECV-VERDICT
               CALL 'BOTCHK' USING WS-SECV-AGENT WS-SECV-VERDICT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF WS-SECV-VERDICT NOT = 'B'
                   PERFORM WRITE-SECTION-VIEW
               END-IF
           END-IF.

       WRITE-SECTION-VIEW.
           MOVE SPACES TO SECTION-VIEW-RECORD.
           MOVE LS-STORY-ID TO SV-STORY-ID.
           MOVE WS-SEC-PARAM TO SV-SECTION.
           MOVE WS-FROM-PARAM TO SV-FROM.
           MOVE WS-TODAY-STAMP(1:8) TO SV-DATE.
           INSPECT SV-SECTION REPLACING ALL '|' BY ' '.
           INSPECT SV-FROM REPLACING ALL '|' BY ' '.
           MOVE SPACES TO SECTION-VIEW-LINE.
           STRING FUNCTION TRIM(SV-STORY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SV-SECTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SV-FROM) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SV-DATE DELIMITED BY SIZE
               INTO SECTION-VIEW-LINE
           END-STRING.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND SECTION-VIEW-FILE.
           IF WS-SECV-STATUS NOT = '00'
               OPEN OUTPUT SECTION-VIEW-FILE
           END-IF.
           WRITE SECTION-VIEW-LINE.
           CLOSE SECTION-VIEW-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    commentary=on ANYWHERE IN THE QUERY STRING TURNS THE
      *    MARGIN NOTES ON; ANYTHING ELSE LEAVES THE STORY CLEAN.
       EXTRACT-COMMENTARY-PARAM.
           MOVE 'N' TO WS-COMMENTARY.
           MOVE 0 TO WS-COMMENTARY-HITS.
           INSPECT WS-QUERY-STRING TALLYING WS-COMMENTARY-HITS
               FOR ALL 'commentary=on'.
           IF WS-COMMENTARY-HITS > 0
               SET COMMENTARY-MODE TO TRUE
           END-IF.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM STORY.
