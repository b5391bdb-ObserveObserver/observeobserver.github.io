       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWCHK.
      *    SHARED SUBPROGRAM - THE READER'S CONTENT FILTERS. A STORY
      *    CARRIES ITS WARNING CATEGORIES AS CODES IN STORY-CW-CATS;
      *    A READER WHO HAS ASKED NEVER TO BE SHOWN A CATEGORY HOLDS
      *    ITS CODE IN THE cwhide COOKIE (SET BY CWPREFS.COB, CARRIED
      *    BY PASSPORT.COB). EVERY LISTING THAT PUTS STORIES IN FRONT
      *    OF A READER - INDEX, TAGINDEX, ARCHIVE, SEARCH, RANDOMJUMP,
      *    THE RELATED-STORY BLOCK AND THE FEEDS - ASKS HERE, SO THEY
      *    ALL AGREE ON WHAT "MATCHES" MEANS. LS-CW-ACTION SAYS WHICH
      *    QUESTION:
      *      'R' - READ THE READER'S FILTERS. A hide= QUERY PARAMETER
      *            WINS (THE SCOPED FEED URLS CARRY THEIR EXCLUSIONS
      *            THAT WAY - A FEED READER SENDS NO COOKIES) AND
      *            ALWAYS MEANS DROP; OTHERWISE THE cwhide COOKIE,
      *            WITH cwview=hide OR (DEFAULT) COLLAPSE. ONLY CODES
      *            THE VOCABULARY KNOWS SURVIVE, '.'-SEPARATED, SO THE
      *            LIST IS SAFE TO ECHO INTO A PAGE OR A LINK.
      *            LS-CW-RESULT 'Y' WHEN ANY FILTER IS IN FORCE.
      *      'M' - DOES THIS STORY'S LS-CW-CATS HIT LS-CW-HIDE?
      *            'Y' AND THE FIRST MATCHING CATEGORY'S LABEL, OR 'N'.
      *      'V' - IS EVERY CODE IN LS-CW-CATS IN THE VOCABULARY?
      *            'N' AND THE FIRST STRANGER IN LS-CW-LABEL IF NOT -
      *            DATACHK.COB AND THE ADMIN EDITOR USE THIS.
      *    THE VOCABULARY (data/CW-CATEGORIES.DAT, SEE CWREC.CPY) IS
      *    READ ONCE PER RUN AND KEPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CW-FILE ASSIGN TO "data/CW-CATEGORIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'CWFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'CWREC.CPY'.
       01  WS-CW-STATUS        PIC X(2)    VALUE '00'.
       01  WS-CW-EOF           PIC X       VALUE 'N'.
               88  CW-EOF                      VALUE 'Y'.
       01  WS-VOCAB-LOADED     PIC X       VALUE 'N'.
               88  VOCAB-LOADED                VALUE 'Y'.
       01  WS-VOCAB-COUNT      PIC 9(3)    VALUE 0.
       01  WS-VOCAB-TABLE.
           05  WS-VOCAB-ENTRY      OCCURS 40 TIMES.
               10  WS-VOCAB-CODE       PIC X(12).
               10  WS-VOCAB-LABEL      PIC X(60).
       01  WS-VOCAB-IDX        PIC 9(3).
       01  WS-VOCAB-AT         PIC 9(3).
       01  WS-QUERY-STRING     PIC X(400)  VALUE SPACES.
       01  WS-SCRAP            PIC X(400)  VALUE SPACES.
       01  WS-COOKIE           PIC X(400)  VALUE SPACES.
       01  WS-COOKIE-LEN       PIC 9(4).
       01  WS-CK-POS           PIC 9(4).
       01  WS-CK-NAME          PIC X(12).
       01  WS-CK-NAME-LEN      PIC 9(2).
       01  WS-CK-VALUE         PIC X(200).
       01  WS-RAW-HIDE         PIC X(200)  VALUE SPACES.
       01  WS-RAW-VIEW         PIC X(20)   VALUE SPACES.
       01  WS-FROM-QUERY       PIC X       VALUE 'N'.
               88  FROM-QUERY                  VALUE 'Y'.
       01  WS-LIST-PTR         PIC 9(4).
       01  WS-LIST-LEN         PIC 9(4).
       01  WS-ONE-CODE         PIC X(40).
       01  WS-HAYSTACK         PIC X(130).
       01  WS-NEEDLE           PIC X(20).
       01  WS-NEEDLE-LEN       PIC 9(2).
       01  WS-HITS             PIC 9(3).
       01  WS-OUT-LEN          PIC 9(4).
       LINKAGE SECTION.
       01  LS-CW-ACTION        PIC X.
       01  LS-CW-HIDE          PIC X(120).
       01  LS-CW-VIEW          PIC X.
       01  LS-CW-CATS          PIC X(60).
       01  LS-CW-RESULT        PIC X.
       01  LS-CW-LABEL         PIC X(60).
       PROCEDURE DIVISION USING LS-CW-ACTION LS-CW-HIDE LS-CW-VIEW
               LS-CW-CATS LS-CW-RESULT LS-CW-LABEL.
           IF NOT VOCAB-LOADED
               PERFORM LOAD-VOCABULARY
           END-IF.
           MOVE 'N' TO LS-CW-RESULT.
           MOVE SPACES TO LS-CW-LABEL.
           EVALUATE LS-CW-ACTION
               WHEN 'R'
                   PERFORM READ-READER-FILTERS
               WHEN 'M'
                   PERFORM MATCH-STORY-CATEGORIES
               WHEN 'V'
                   PERFORM VALIDATE-STORY-CATEGORIES
           END-EVALUATE.
       GOBACK.

       LOAD-VOCABULARY.
           SET VOCAB-LOADED TO TRUE.
           MOVE 0 TO WS-VOCAB-COUNT.
           MOVE 'N' TO WS-CW-EOF.
           OPEN INPUT CW-FILE.
           IF WS-CW-STATUS = '00'
               PERFORM UNTIL CW-EOF OR WS-VOCAB-COUNT >= 40
                   READ CW-FILE
                       AT END
                           SET CW-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO CW-RECORD
                           UNSTRING CW-FILE-LINE DELIMITED BY '|'
                               INTO CW-CODE CW-LABEL
                           END-UNSTRING
                           IF FUNCTION TRIM(CW-CODE) NOT = SPACES
                               ADD 1 TO WS-VOCAB-COUNT
                               MOVE FUNCTION LOWER-CASE(
                                   FUNCTION TRIM(CW-CODE))
                                   TO WS-VOCAB-CODE(WS-VOCAB-COUNT)
                               MOVE CW-LABEL
                                   TO WS-VOCAB-LABEL(WS-VOCAB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CW-FILE
           END-IF.

      *    WS-ONE-CODE IN, WS-VOCAB-AT OUT (0 WHEN UNKNOWN).
       FIND-VOCABULARY-CODE.
           MOVE 0 TO WS-VOCAB-AT.
           PERFORM VARYING WS-VOCAB-IDX FROM 1 BY 1
                   UNTIL WS-VOCAB-IDX > WS-VOCAB-COUNT
                      OR WS-VOCAB-AT > 0
               IF WS-VOCAB-CODE(WS-VOCAB-IDX) =
                       FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ONE-CODE))
                   MOVE WS-VOCAB-IDX TO WS-VOCAB-AT
               END-IF
           END-PERFORM.

      *    ------------------------------------------------------------
      *    'R' - WHAT HAS THIS READER ASKED NOT TO SEE?
      *    ------------------------------------------------------------
       READ-READER-FILTERS.
           MOVE SPACES TO LS-CW-HIDE WS-RAW-HIDE WS-RAW-VIEW
               WS-QUERY-STRING WS-COOKIE.
           MOVE 'C' TO LS-CW-VIEW.
           MOVE 'N' TO WS-FROM-QUERY.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           IF WS-QUERY-STRING(1:5) = 'hide='
               MOVE WS-QUERY-STRING(6:) TO WS-RAW-HIDE
               SET FROM-QUERY TO TRUE
           ELSE
               MOVE SPACES TO WS-SCRAP
               UNSTRING WS-QUERY-STRING DELIMITED BY '&hide='
                   INTO WS-SCRAP WS-RAW-HIDE
               END-UNSTRING
               IF WS-RAW-HIDE NOT = SPACES
                   SET FROM-QUERY TO TRUE
               END-IF
           END-IF.
           IF FROM-QUERY
               UNSTRING WS-RAW-HIDE DELIMITED BY '&'
                   INTO WS-RAW-HIDE
               END-UNSTRING
               MOVE 'H' TO LS-CW-VIEW
           ELSE
               ACCEPT WS-COOKIE FROM ENVIRONMENT 'HTTP_COOKIE'
               MOVE 'cwhide=' TO WS-CK-NAME
               MOVE 7 TO WS-CK-NAME-LEN
               PERFORM FIND-COOKIE-VALUE
               MOVE WS-CK-VALUE TO WS-RAW-HIDE
               MOVE 'cwview=' TO WS-CK-NAME
               PERFORM FIND-COOKIE-VALUE
               MOVE WS-CK-VALUE TO WS-RAW-VIEW
               IF FUNCTION TRIM(WS-RAW-VIEW) = 'hide'
                   MOVE 'H' TO LS-CW-VIEW
               END-IF
           END-IF.
      *    A FORM OR A HAND-TYPED URL MAY SEPARATE WITH COMMAS (RAW
      *    OR ESCAPED) OR SPACES; THEY ALL COME DOWN TO '.'.
           INSPECT WS-RAW-HIDE REPLACING ALL '%2C' BY '.  '
                                         ALL '%2c' BY '.  '
                                         ALL ',' BY '.'
                                         ALL '+' BY '.'.
           MOVE 0 TO WS-OUT-LEN.
           MOVE 1 TO WS-LIST-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-HIDE TRAILING))
               TO WS-LIST-LEN.
           IF WS-RAW-HIDE = SPACES
               MOVE 0 TO WS-LIST-LEN
           END-IF.
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
               MOVE SPACES TO WS-ONE-CODE
               UNSTRING WS-RAW-HIDE DELIMITED BY '.'
                   INTO WS-ONE-CODE
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-ONE-CODE) NOT = SPACES
                   PERFORM FIND-VOCABULARY-CODE
                   IF WS-VOCAB-AT > 0
                       PERFORM ADD-TO-READER-LIST
                   END-IF
               END-IF
           END-PERFORM.
           IF LS-CW-HIDE NOT = SPACES
               MOVE 'Y' TO LS-CW-RESULT
           END-IF.

      *    A CODE NAMED TWICE IS KEPT ONCE.
       ADD-TO-READER-LIST.
           MOVE SPACES TO WS-HAYSTACK WS-NEEDLE.
           STRING '.' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-CW-HIDE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-HAYSTACK
           END-STRING.
           STRING '.' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOCAB-CODE(WS-VOCAB-AT))
                      DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-NEEDLE
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))
               TO WS-NEEDLE-LEN.
           MOVE 0 TO WS-HITS.
           INSPECT WS-HAYSTACK TALLYING WS-HITS
               FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN).
           IF WS-HITS = 0 AND WS-OUT-LEN + WS-NEEDLE-LEN - 1 <= 120
               IF WS-OUT-LEN = 0
                   MOVE WS-VOCAB-CODE(WS-VOCAB-AT) TO LS-CW-HIDE
                   COMPUTE WS-OUT-LEN = WS-NEEDLE-LEN - 2
               ELSE
                   MOVE '.' TO LS-CW-HIDE(WS-OUT-LEN + 1:1)
                   MOVE WS-VOCAB-CODE(WS-VOCAB-AT)
                       TO LS-CW-HIDE(WS-OUT-LEN + 2:)
                   COMPUTE WS-OUT-LEN = WS-OUT-LEN + WS-NEEDLE-LEN - 1
               END-IF
           END-IF.

      *    WS-CK-NAME (WITH ITS '=') IN, WS-CK-VALUE OUT - THE SAME
      *    WALK PASSPORT.COB DOES FOR ITS COOKIES.
       FIND-COOKIE-VALUE.
           MOVE SPACES TO WS-CK-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COOKIE))
               TO WS-COOKIE-LEN.
           IF WS-COOKIE = SPACES
               MOVE 0 TO WS-COOKIE-LEN
           END-IF.
           IF WS-COOKIE-LEN > WS-CK-NAME-LEN
               PERFORM VARYING WS-CK-POS FROM 1 BY 1
                       UNTIL WS-CK-POS >
                           WS-COOKIE-LEN - WS-CK-NAME-LEN
                   IF WS-COOKIE(WS-CK-POS:WS-CK-NAME-LEN) =
                           WS-CK-NAME(1:WS-CK-NAME-LEN)
                       AND (WS-CK-POS = 1
                           OR WS-COOKIE(WS-CK-POS - 1:1) = ' '
                           OR WS-COOKIE(WS-CK-POS - 1:1) = ';')
                       ADD WS-CK-NAME-LEN TO WS-CK-POS
                       UNSTRING WS-COOKIE DELIMITED BY ';'
                           INTO WS-CK-VALUE
                           WITH POINTER WS-CK-POS
                       END-UNSTRING
                       MOVE WS-COOKIE-LEN TO WS-CK-POS
                   END-IF
               END-PERFORM
           END-IF.

      *    ------------------------------------------------------------
      *    'M' - SHOULD THIS STORY BE KEPT FROM THIS READER?
      *    ------------------------------------------------------------
       MATCH-STORY-CATEGORIES.
           IF LS-CW-HIDE NOT = SPACES AND LS-CW-CATS NOT = SPACES
               MOVE SPACES TO WS-HAYSTACK
               STRING '.' DELIMITED BY SIZE
                      FUNCTION TRIM(LS-CW-HIDE) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                   INTO WS-HAYSTACK
               END-STRING
               MOVE 1 TO WS-LIST-PTR
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-CW-CATS
                   TRAILING)) TO WS-LIST-LEN
               PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
                       OR LS-CW-RESULT = 'Y'
                   MOVE SPACES TO WS-ONE-CODE
                   UNSTRING LS-CW-CATS DELIMITED BY ','
                       INTO WS-ONE-CODE
                       WITH POINTER WS-LIST-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-ONE-CODE) NOT = SPACES
                       PERFORM MATCH-ONE-CATEGORY
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-ONE-CATEGORY.
           MOVE SPACES TO WS-NEEDLE.
           STRING '.' DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ONE-CODE))
                      DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-NEEDLE
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))
               TO WS-NEEDLE-LEN.
           MOVE 0 TO WS-HITS.
           INSPECT WS-HAYSTACK TALLYING WS-HITS
               FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN).
           IF WS-HITS > 0
               MOVE 'Y' TO LS-CW-RESULT
               PERFORM FIND-VOCABULARY-CODE
               IF WS-VOCAB-AT > 0
                   MOVE WS-VOCAB-LABEL(WS-VOCAB-AT) TO LS-CW-LABEL
               ELSE
                   MOVE WS-ONE-CODE TO LS-CW-LABEL
               END-IF
           END-IF.

      *    ------------------------------------------------------------
      *    'V' - DOES THE STORY ONLY USE CODES THE VOCABULARY KNOWS?
      *    ------------------------------------------------------------
       VALIDATE-STORY-CATEGORIES.
           MOVE 'Y' TO LS-CW-RESULT.
           MOVE 1 TO WS-LIST-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-CW-CATS TRAILING))
               TO WS-LIST-LEN.
           IF LS-CW-CATS = SPACES
               MOVE 0 TO WS-LIST-LEN
           END-IF.
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
                   OR LS-CW-RESULT = 'N'
               MOVE SPACES TO WS-ONE-CODE
               UNSTRING LS-CW-CATS DELIMITED BY ','
                   INTO WS-ONE-CODE
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-ONE-CODE) NOT = SPACES
                   PERFORM FIND-VOCABULARY-CODE
                   IF WS-VOCAB-AT = 0
                       MOVE 'N' TO LS-CW-RESULT
                       MOVE WS-ONE-CODE TO LS-CW-LABEL
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM CWCHK.
