       IDENTIFICATION DIVISION.
       PROGRAM-ID. GALINTAKE.
      *    BATCH JOB - THE GALLERY INTAKE. ADDING A SKETCH BY HAND
      *    MEANT COPYING THE FILE STRAIGHT OUT OF THE CAMERA OR
      *    SCANNER INTO f/g/ AND HAND-WRITING A data/GALLERY.DAT ROW -
      *    WHICH IS HOW THE MODEM PHOTO WENT UP WITH THE GPS FIX OF
      *    THE KITCHEN TABLE STILL IN ITS EXIF. THIS JOB TAKES A DROP
      *    DIRECTORY THE SAME SHAPE AS BULKLOAD.COB'S: THE IMAGES SIT
      *    IN data/IMPORT/GALLERY/ AND A MANIFEST
      *    (data/IMPORT/GALLERY-MANIFEST.DAT, ONE ROW PER IMAGE:
      *    FILENAME|CAPTION|ALT|TAGS) SAYS WHAT EACH ONE IS. FOR EVERY
      *    GOOD ROW:
      *      - THE FILENAME MUST BE PLAIN (LETTERS, DIGITS, '.', '_',
      *        '-', NOT LEADING WITH '.' OR '-') AND END IN jpg, jpeg,
      *        png, gif OR webp. IT GOES INTO A SHELL COMMAND, SO
      *        NOTHING ELSE IS LET THROUGH - SAME RULE AS MAILSEND.COB
      *        APPLIES TO ADDRESSES.
      *      - THE ALT TEXT MUST ACTUALLY DESCRIBE THE IMAGE: A BLANK,
      *        A SINGLE WORD, THE FILENAME AGAIN, OR ONE OF THE USUAL
      *        STAND-INS ('image of', 'alt text', 'todo' ...) IS
      *        REFUSED, NOT LANDED FOR check_alt_text.sh TO PASS
      *        BECAUSE THE ATTRIBUTE MERELY EXISTS.
      *      - THE IMAGE IS WRITTEN UNDER f/g/ TWICE THROUGH
      *        IMAGEMAGICK convert, ROTATED UPRIGHT AND STRIPPED OF
      *        EVERY EMBEDDED PROFILE AND COMMENT (EXIF, GPS, XMP,
      *        IPTC): <NAME> FITTED INSIDE 640 PIXELS AND
      *        <STEM>@2x.<EXT> INSIDE 1280 - THE 1x / 2x PAIR THE
      *        SRCSET ON THE GALLERY PAGES EXPECTS (IMGSET.CPY). THE
      *        ORIGINAL IN THE DROP DIRECTORY IS NEVER PUBLISHED.
      *      - A NEW ROW GOES ON TOP OF data/GALLERY.DAT (NEWEST
      *        FIRST) WITH THE NEXT FREE IMGnnn ID, TODAY'S DATE AND
      *        IMG-VARIANTS = Y.
      *    EVERY ROW IS REPORTED AS created OR REJECTED WITH ITS
      *    REASON - NOTHING IS DROPPED QUIETLY.
      *
      *    RUN AS 'GALINTAKE strip' IT INSTEAD RE-STRIPS THE FILES
      *    ALREADY LISTED IN data/GALLERY.DAT IN PLACE - THE ONE-OFF
      *    CLEAN-UP FOR THE ROWS THAT WENT UP BEFORE THIS JOB EXISTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE
               ASSIGN TO "data/IMPORT/GALLERY-MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT GALLERY-FILE ASSIGN TO "data/GALLERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GALLERY-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/GALLERY-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-FILE-LINE  PIC X(400).
           COPY 'GALFD.CPY'.
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(400).
       FD  PROBE-FILE.
       01  PROBE-FILE-LINE     PIC X(100).
       WORKING-STORAGE SECTION.
           COPY 'GALREC.CPY'.
       01  WS-MANIFEST-STATUS  PIC X(2)    VALUE '00'.
       01  WS-GALLERY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-PROBE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-PROBE-NAME       PIC X(80)   VALUE SPACES.
       01  WS-MANIFEST-EOF     PIC X       VALUE 'N'.
               88  MANIFEST-EOF                VALUE 'Y'.
       01  WS-GALLERY-EOF      PIC X       VALUE 'N'.
               88  GALLERY-EOF                 VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-MODE             PIC X(20)   VALUE SPACES.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
       01  WS-MKDIR-COMMAND    PIC X(40)
               VALUE 'mkdir -p f/g'.
       01  WS-CONVERT-COMMAND  PIC X(600)  VALUE SPACES.
      *    THE f/g/ NAMES ALREADY PUBLISHED, LOADED ONCE - EVERY
      *    MANIFEST ROW CHECKS AGAINST THEM AND AGAINST THE ROWS
      *    CREATED EARLIER IN THIS SAME RUN - AND THE HIGHEST
      *    IMGnnn NUMBER IN USE.
       01  WS-GF-COUNT         PIC 9(4)    VALUE 0.
       01  WS-GF-TABLE.
           05  WS-GF-ENTRY         OCCURS 500 TIMES PIC X(60).
       01  WS-GF-IDX           PIC 9(4).
       01  WS-GF-FOUND         PIC X       VALUE 'N'.
               88  GF-FOUND                    VALUE 'Y'.
       01  WS-HIGH-ID          PIC 9(5)    VALUE 0.
       01  WS-ID-DIGITS        PIC X(5).
       01  WS-ID-NUM           PIC 9(5).
       01  WS-ID-3             PIC 9(3).
      *    ROWS LANDED THIS RUN, IN MANIFEST ORDER - WRITTEN BACK
      *    LAST-FIRST SO THE HIGHEST ID ENDS UP ON TOP.
       01  WS-NEW-COUNT        PIC 9(3)    VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ROW          OCCURS 100 TIMES PIC X(400).
       01  WS-NEW-IDX          PIC 9(3).
       01  WS-M-FILENAME       PIC X(80).
       01  WS-M-CAPTION        PIC X(200).
       01  WS-M-ALT            PIC X(200).
       01  WS-M-TAGS           PIC X(100).
       01  WS-NAME-LEN         PIC 9(3).
       01  WS-NAME-DOT         PIC 9(3).
       01  WS-NAME-I           PIC 9(3).
       01  WS-NAME-CH          PIC X.
       01  WS-NAME-OK          PIC X       VALUE 'Y'.
               88  NAME-OK                     VALUE 'Y'.
       01  WS-NAME-STEM        PIC X(60).
       01  WS-NAME-EXT         PIC X(10).
       01  WS-SOURCE-NAME      PIC X(80).
       01  WS-TARGET-1X        PIC X(60).
       01  WS-TARGET-2X        PIC X(64).
      *    ALT TEXT THAT IS ONLY A STAND-IN, COMPARED LOWER-CASED
      *    AFTER TRIMMING. SINGLE WORDS NEED NO ENTRY - ANY ONE-WORD
      *    ALT IS REFUSED BEFORE THIS LIST IS CONSULTED.
       01  WS-ALT-LOWER        PIC X(200).
       01  WS-ALT-LEN          PIC 9(3).
       01  WS-ALT-WORDS        PIC 9(3).
       01  WS-PH-VALUES.
           05  FILLER          PIC X(20)   VALUE 'alt text'.
           05  FILLER          PIC X(20)   VALUE 'alt text here'.
           05  FILLER          PIC X(20)   VALUE 'add alt text'.
           05  FILLER          PIC X(20)   VALUE 'insert alt text'.
           05  FILLER          PIC X(20)   VALUE 'no alt'.
           05  FILLER          PIC X(20)   VALUE 'no alt text'.
           05  FILLER          PIC X(20)   VALUE 'image of'.
           05  FILLER          PIC X(20)   VALUE 'photo of'.
           05  FILLER          PIC X(20)   VALUE 'picture of'.
           05  FILLER          PIC X(20)   VALUE 'an image'.
           05  FILLER          PIC X(20)   VALUE 'a photo'.
           05  FILLER          PIC X(20)   VALUE 'a picture'.
           05  FILLER          PIC X(20)   VALUE 'to do'.
           05  FILLER          PIC X(20)   VALUE 'fill in later'.
           05  FILLER          PIC X(20)   VALUE 'coming soon'.
           05  FILLER          PIC X(20)   VALUE 'not available'.
           05  FILLER          PIC X(20)   VALUE 'description here'.
           05  FILLER          PIC X(20)   VALUE 'image description'.
       01  WS-PH-TABLE REDEFINES WS-PH-VALUES.
           05  WS-PH-ENTRY         OCCURS 18 TIMES PIC X(20).
       01  WS-PH-COUNT         PIC 9(3)    VALUE 18.
       01  WS-PH-IDX           PIC 9(3).
      *    LEADING WORDS THAT MARK THE WHOLE ALT AS UNFINISHED.
       01  WS-PF-VALUES.
           05  FILLER          PIC X(12)   VALUE 'todo '.
           05  FILLER          PIC X(12)   VALUE 'tbd '.
           05  FILLER          PIC X(12)   VALUE 'fixme '.
           05  FILLER          PIC X(12)   VALUE 'placeholder '.
           05  FILLER          PIC X(12)   VALUE 'lorem ipsum'.
       01  WS-PF-TABLE REDEFINES WS-PF-VALUES.
           05  WS-PF-ENTRY         OCCURS 5 TIMES PIC X(12).
       01  WS-PF-COUNT         PIC 9(3)    VALUE 5.
       01  WS-PF-IDX           PIC 9(3).
       01  WS-PF-LEN           PIC 9(3).
       01  WS-REASON           PIC X(60)   VALUE SPACES.
       01  WS-ROW-NUM          PIC 9(4)    VALUE 0.
       01  WS-CREATED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(4)    VALUE 0.
       01  WS-STRIP-COUNT      PIC 9(4)    VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(4)    VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-MODE) NOT = SPACES
                   AND FUNCTION TRIM(WS-MODE) NOT = 'strip'
               DISPLAY 'galintake: usage - GALINTAKE [strip]'
               GOBACK
           END-IF.
           IF FUNCTION TRIM(WS-MODE) = 'strip'
               PERFORM RESTRIP-PUBLISHED-FILES
               GOBACK
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'galintake: no data/IMPORT/GALLERY-MANIFEST.DAT'
                   ' - nothing to load'
               GOBACK
           END-IF.
           CALL 'SYSTEM' USING WS-MKDIR-COMMAND.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-EXISTING-ROWS.
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-EOF TO TRUE
                   NOT AT END
                       IF MANIFEST-FILE-LINE NOT = SPACES
                           ADD 1 TO WS-ROW-NUM
                           PERFORM WORK-ONE-MANIFEST-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF WS-NEW-COUNT > 0
               PERFORM REWRITE-GALLERY-FILE
           END-IF.
           DISPLAY 'galintake: ' WS-CREATED-COUNT
               ' image(s) created, ' WS-REJECT-COUNT ' rejected'.
       GOBACK.

       LOAD-EXISTING-ROWS.
           MOVE 'N' TO WS-GALLERY-EOF.
           OPEN INPUT GALLERY-FILE.
           IF WS-GALLERY-STATUS = '00'
               PERFORM UNTIL GALLERY-EOF
                   READ GALLERY-FILE
                       AT END
                           SET GALLERY-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-EXISTING-ROW
                   END-READ
               END-PERFORM
               CLOSE GALLERY-FILE
           END-IF.

       NOTE-EXISTING-ROW.
           MOVE SPACES TO IMG-ID IMG-FILENAME.
           UNSTRING GALLERY-FILE-LINE DELIMITED BY '|'
               INTO IMG-ID IMG-FILENAME
           END-UNSTRING.
           IF FUNCTION TRIM(IMG-FILENAME) NOT = SPACES
                   AND WS-GF-COUNT < 500
               ADD 1 TO WS-GF-COUNT
               MOVE IMG-FILENAME TO WS-GF-ENTRY(WS-GF-COUNT)
           END-IF.
           IF IMG-ID(1:3) = 'IMG'
               MOVE SPACES TO WS-ID-DIGITS
               MOVE FUNCTION TRIM(IMG-ID(4:5)) TO WS-ID-DIGITS
               IF WS-ID-DIGITS(1:FUNCTION LENGTH(FUNCTION TRIM(
                       WS-ID-DIGITS))) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ID-DIGITS) TO WS-ID-NUM
                   IF WS-ID-NUM > WS-HIGH-ID
                       MOVE WS-ID-NUM TO WS-HIGH-ID
                   END-IF
               END-IF
           END-IF.

       WORK-ONE-MANIFEST-ROW.
           MOVE SPACES TO WS-M-FILENAME WS-M-CAPTION WS-M-ALT
               WS-M-TAGS WS-REASON.
           UNSTRING MANIFEST-FILE-LINE DELIMITED BY '|'
               INTO WS-M-FILENAME WS-M-CAPTION WS-M-ALT WS-M-TAGS
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-M-FILENAME) TO WS-M-FILENAME.
           MOVE FUNCTION TRIM(WS-M-CAPTION) TO WS-M-CAPTION.
           MOVE FUNCTION TRIM(WS-M-ALT) TO WS-M-ALT.
           MOVE FUNCTION TRIM(WS-M-TAGS) TO WS-M-TAGS.
           PERFORM VALIDATE-MANIFEST-ROW.
           IF WS-REASON = SPACES
               PERFORM MAKE-SIZE-VARIANTS
           END-IF.
           IF WS-REASON = SPACES AND WS-NEW-COUNT >= 100
               MOVE 'more than 100 images in one run'
                   TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM STAGE-NEW-ROW
               ADD 1 TO WS-CREATED-COUNT
               DISPLAY 'galintake: row ' WS-ROW-NUM ' created '
                   FUNCTION TRIM(IMG-ID) ' ('
                   FUNCTION TRIM(WS-TARGET-1X) ', '
                   FUNCTION TRIM(WS-TARGET-2X) ')'
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'galintake: row ' WS-ROW-NUM ' REJECTED - '
                   FUNCTION TRIM(WS-REASON)
           END-IF.

      *    CHEAPEST CHECKS FIRST; THE FILE SYSTEM IS ONLY TOUCHED
      *    ONCE THE ROW ITSELF IS SOUND.
       VALIDATE-MANIFEST-ROW.
           PERFORM CHECK-FILENAME.
           IF WS-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-M-CAPTION = SPACES
                       MOVE 'caption is missing' TO WS-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-M-CAPTION))
                           > 120
                       MOVE 'caption longer than 120' TO WS-REASON
                   WHEN WS-M-ALT = SPACES
                       MOVE 'alt text is missing' TO WS-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-M-ALT))
                           > 120
                       MOVE 'alt text longer than 120' TO WS-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-M-TAGS))
                           > 60
                       MOVE 'tags longer than 60' TO WS-REASON
               END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-ALT-TEXT
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-TARGET-1X TO IMG-FILENAME
               PERFORM FIND-PUBLISHED-NAME
               IF GF-FOUND
                   MOVE 'already in data/GALLERY.DAT' TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-SOURCE-NAME TO WS-PROBE-NAME
               PERFORM PROBE-FOR-FILE
               IF WS-PROBE-STATUS NOT = '00'
                   MOVE 'image not in data/IMPORT/GALLERY/'
                       TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-TARGET-1X TO WS-PROBE-NAME
               PERFORM PROBE-FOR-FILE
               IF WS-PROBE-STATUS = '00'
                   MOVE 'a file of that name is already in f/g/'
                       TO WS-REASON
               END-IF
           END-IF.

      *    THE NAME BECOMES PART OF A SHELL COMMAND AND OF THREE
      *    PATHS, SO IT IS HELD TO A SHORT, PLAIN SHAPE. THE LAST DOT
      *    SPLITS STEM FROM EXTENSION; THE @2x TWIN IS BUILT FROM
      *    THEM, WHICH IS WHY '@' ISN'T ALLOWED IN THE NAME ITSELF.
       CHECK-FILENAME.
           MOVE SPACES TO WS-NAME-STEM WS-NAME-EXT WS-SOURCE-NAME
               WS-TARGET-1X WS-TARGET-2X.
           MOVE 'Y' TO WS-NAME-OK.
           MOVE 0 TO WS-NAME-DOT WS-NAME-LEN.
           IF WS-M-FILENAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-M-FILENAME))
                   TO WS-NAME-LEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-NAME-LEN = 0
                   MOVE 'filename is missing' TO WS-REASON
               WHEN WS-NAME-LEN > 50
                   MOVE 'filename longer than 50' TO WS-REASON
               WHEN WS-M-FILENAME(1:1) = '.' OR '-'
                   MOVE 'filename starts with . or -' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               PERFORM VARYING WS-NAME-I FROM 1 BY 1
                       UNTIL WS-NAME-I > WS-NAME-LEN
                   MOVE WS-M-FILENAME(WS-NAME-I:1) TO WS-NAME-CH
                   EVALUATE TRUE
                       WHEN WS-NAME-CH >= 'a' AND WS-NAME-CH <= 'z'
                           CONTINUE
                       WHEN WS-NAME-CH >= 'A' AND WS-NAME-CH <= 'Z'
                           CONTINUE
                       WHEN WS-NAME-CH >= '0' AND WS-NAME-CH <= '9'
                           CONTINUE
                       WHEN WS-NAME-CH = '_' OR '-'
                           CONTINUE
                       WHEN WS-NAME-CH = '.'
                           MOVE WS-NAME-I TO WS-NAME-DOT
                       WHEN OTHER
                           MOVE 'N' TO WS-NAME-OK
                   END-EVALUATE
               END-PERFORM
               IF NOT NAME-OK
                   MOVE 'filename has characters other than'
                       & ' letters, digits, . _ -' TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               IF WS-NAME-DOT < 2 OR WS-NAME-DOT = WS-NAME-LEN
                   MOVE 'filename has no extension' TO WS-REASON
               ELSE
                   MOVE WS-M-FILENAME(1:WS-NAME-DOT - 1)
                       TO WS-NAME-STEM
                   MOVE FUNCTION LOWER-CASE(
                       WS-M-FILENAME(WS-NAME-DOT + 1:
                           WS-NAME-LEN - WS-NAME-DOT))
                       TO WS-NAME-EXT
                   IF WS-NAME-EXT NOT = 'jpg' AND NOT = 'jpeg'
                           AND NOT = 'png' AND NOT = 'gif'
                           AND NOT = 'webp'
                       MOVE 'not a jpg, jpeg, png, gif or webp'
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               STRING 'data/IMPORT/GALLERY/' DELIMITED BY SIZE
                      WS-M-FILENAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                   INTO WS-SOURCE-NAME
               END-STRING
               STRING 'f/g/' DELIMITED BY SIZE
                      WS-M-FILENAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                   INTO WS-TARGET-1X
               END-STRING
               STRING 'f/g/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NAME-STEM) DELIMITED BY SIZE
                      '@2x' DELIMITED BY SIZE
                      WS-M-FILENAME(WS-NAME-DOT:) DELIMITED BY SPACE
                   INTO WS-TARGET-2X
               END-STRING
           END-IF.

      *    THE ALT IS READ OUT IN PLACE OF THE IMAGE, SO IT HAS TO SAY
      *    WHAT IS IN IT. ONE WORD NEVER DOES; NEITHER DOES THE
      *    FILENAME, OR ANY OF THE FILL-IN-LATER PHRASES.
       CHECK-ALT-TEXT.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-M-ALT))
               TO WS-ALT-LOWER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ALT-LOWER))
               TO WS-ALT-LEN.
           MOVE 0 TO WS-ALT-WORDS.
           INSPECT WS-ALT-LOWER(1:WS-ALT-LEN)
               TALLYING WS-ALT-WORDS FOR ALL ' '.
           EVALUATE TRUE
               WHEN WS-ALT-LOWER = FUNCTION LOWER-CASE(WS-M-FILENAME)
                   OR WS-ALT-LOWER =
                       FUNCTION LOWER-CASE(WS-NAME-STEM)
                   MOVE 'alt text is just the filename' TO WS-REASON
               WHEN WS-ALT-WORDS = 0
                   MOVE 'alt text is one word - describe the image'
                       TO WS-REASON
               WHEN WS-ALT-LEN < 10
                   MOVE 'alt text too short to describe the image'
                       TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                       UNTIL WS-PH-IDX > WS-PH-COUNT
                   IF WS-ALT-LOWER = WS-PH-ENTRY(WS-PH-IDX)
                       MOVE 'alt text is a placeholder' TO WS-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REASON = SPACES
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > WS-PF-COUNT
                   COMPUTE WS-PF-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                       WS-PF-ENTRY(WS-PF-IDX))) + 1
                   IF WS-ALT-LOWER(1:WS-PF-LEN) =
                           WS-PF-ENTRY(WS-PF-IDX)(1:WS-PF-LEN)
                       MOVE 'alt text is a placeholder' TO WS-REASON
                   END-IF
               END-PERFORM
           END-IF.

       FIND-PUBLISHED-NAME.
           MOVE 'N' TO WS-GF-FOUND.
           PERFORM VARYING WS-GF-IDX FROM 1 BY 1
                   UNTIL WS-GF-IDX > WS-GF-COUNT
               IF FUNCTION TRIM(WS-GF-ENTRY(WS-GF-IDX)) =
                       FUNCTION TRIM(IMG-FILENAME)
                   SET GF-FOUND TO TRUE
                   MOVE WS-GF-COUNT TO WS-GF-IDX
               END-IF
           END-PERFORM.

      *    AN OPEN THAT SUCCEEDS IS ALL THAT IS ASKED OF THE FILE -
      *    NOTHING IS READ FROM IT.
       PROBE-FOR-FILE.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00'
               CLOSE PROBE-FILE
           END-IF.

      *    -AUTO-ORIENT BEFORE -STRIP: THE CAMERA'S ROTATION LIVES IN
      *    THE SAME EXIF BLOCK AS THE GPS FIX, SO THE PIXELS ARE TURNED
      *    UPRIGHT FIRST AND THE TAG CAN THEN GO WITH THE REST. THE
      *    '>' ONLY EVER SHRINKS - A SMALL SKETCH IS NOT BLOWN UP. IF
      *    EITHER VARIANT FAILS, WHATEVER WAS WRITTEN IS REMOVED SO A
      *    REJECTED ROW LEAVES NOTHING BEHIND IN f/g/.
       MAKE-SIZE-VARIANTS.
           MOVE SPACES TO WS-CONVERT-COMMAND.
           STRING 'convert ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
                  ''' -auto-orient -strip -resize ''1280x1280>'' '''
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-2X) DELIMITED BY SIZE
                  ''' && convert ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
                  ''' -auto-orient -strip -resize ''640x640>'' '''
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-1X) DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO WS-CONVERT-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-CONVERT-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'convert failed - image unreadable or'
                   & ' ImageMagick missing' TO WS-REASON
           ELSE
               MOVE WS-TARGET-1X TO WS-PROBE-NAME
               PERFORM PROBE-FOR-FILE
               IF WS-PROBE-STATUS = '00'
                   MOVE WS-TARGET-2X TO WS-PROBE-NAME
                   PERFORM PROBE-FOR-FILE
               END-IF
               IF WS-PROBE-STATUS NOT = '00'
                   MOVE 'size variants were not written'
                       TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO WS-CONVERT-COMMAND
               STRING 'rm -f ''' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TARGET-1X) DELIMITED BY SIZE
                      ''' ''' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TARGET-2X) DELIMITED BY SIZE
                      '''' DELIMITED BY SIZE
                   INTO WS-CONVERT-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-CONVERT-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    THE ROW IN THE SEVEN-COLUMN SHAPE, HELD UNTIL THE MANIFEST
      *    IS DONE. ITS NAME JOINS THE PUBLISHED LIST SO A MANIFEST
      *    THAT NAMES THE SAME FILE TWICE LANDS IT ONCE.
       STAGE-NEW-ROW.
           ADD 1 TO WS-HIGH-ID.
           MOVE SPACES TO IMG-ID.
           IF WS-HIGH-ID > 999
               MOVE WS-HIGH-ID TO WS-ID-NUM
               STRING 'IMG' WS-ID-NUM DELIMITED BY SIZE
                   INTO IMG-ID
               END-STRING
           ELSE
               MOVE WS-HIGH-ID TO WS-ID-3
               STRING 'IMG' WS-ID-3 DELIMITED BY SIZE
                   INTO IMG-ID
               END-STRING
           END-IF.
           ADD 1 TO WS-NEW-COUNT.
           MOVE SPACES TO WS-NEW-ROW(WS-NEW-COUNT).
           STRING FUNCTION TRIM(IMG-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-1X) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-CAPTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-ALT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-TODAY-STAMP(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-TAGS) DELIMITED BY SIZE
                  '|Y' DELIMITED BY SIZE
               INTO WS-NEW-ROW(WS-NEW-COUNT)
           END-STRING.
           IF WS-GF-COUNT < 500
               ADD 1 TO WS-GF-COUNT
               MOVE WS-TARGET-1X TO WS-GF-ENTRY(WS-GF-COUNT)
           END-IF.

      *    NEW ROWS ON TOP, HIGHEST ID FIRST, THEN EVERY EXISTING ROW
      *    EXACTLY AS IT STANDS - THROUGH THE KEEP FILE UNDER THE
      *    FGUARD LOCK LIKE EVERY OTHER data/ REWRITE.
       REWRITE-GALLERY-FILE.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT KEEP-FILE.
           PERFORM VARYING WS-NEW-IDX FROM WS-NEW-COUNT BY -1
                   UNTIL WS-NEW-IDX < 1
               MOVE WS-NEW-ROW(WS-NEW-IDX) TO KEEP-FILE-LINE
               WRITE KEEP-FILE-LINE
           END-PERFORM.
           MOVE 'N' TO WS-GALLERY-EOF.
           OPEN INPUT GALLERY-FILE.
           IF WS-GALLERY-STATUS = '00'
               PERFORM UNTIL GALLERY-EOF
                   READ GALLERY-FILE
                       AT END
                           SET GALLERY-EOF TO TRUE
                       NOT AT END
                           MOVE GALLERY-FILE-LINE TO KEEP-FILE-LINE
                           WRITE KEEP-FILE-LINE
                   END-READ
               END-PERFORM
               CLOSE GALLERY-FILE
           END-IF.
           CLOSE KEEP-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT GALLERY-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO GALLERY-FILE-LINE
                       WRITE GALLERY-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE GALLERY-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ------------------------------------------------------------
      *    'strip' MODE - CLEANING WHAT IS ALREADY PUBLISHED
      *    ------------------------------------------------------------
      *    EACH LISTED f/g/ FILE (AND ITS @2x TWIN, WHERE THE ROW SAYS
      *    THERE IS ONE) IS REWRITTEN IN PLACE WITHOUT ITS METADATA.
      *    THE ROWS THEMSELVES ARE NOT TOUCHED. A NAME THAT WOULDN'T
      *    PASS THE INTAKE'S OWN FILENAME RULE IS SKIPPED, NOT FED TO
      *    THE SHELL.
       RESTRIP-PUBLISHED-FILES.
           MOVE 'N' TO WS-GALLERY-EOF.
           OPEN INPUT GALLERY-FILE.
           IF WS-GALLERY-STATUS NOT = '00'
               DISPLAY 'galintake: no data/GALLERY.DAT - nothing to'
                   ' strip'
           ELSE
               PERFORM UNTIL GALLERY-EOF
                   READ GALLERY-FILE
                       AT END
                           SET GALLERY-EOF TO TRUE
                       NOT AT END
                           IF GALLERY-FILE-LINE NOT = SPACES
                               PERFORM RESTRIP-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GALLERY-FILE
               DISPLAY 'galintake: ' WS-STRIP-COUNT
                   ' image(s) stripped, ' WS-SKIP-COUNT ' skipped'
           END-IF.

       RESTRIP-ONE-ROW.
           MOVE SPACES TO IMG-ID IMG-FILENAME IMG-CAPTION IMG-ALT
               IMG-DATE IMG-TAGS IMG-VARIANTS WS-REASON.
           UNSTRING GALLERY-FILE-LINE DELIMITED BY '|'
               INTO IMG-ID IMG-FILENAME IMG-CAPTION IMG-ALT
                    IMG-DATE IMG-TAGS IMG-VARIANTS
           END-UNSTRING.
           MOVE SPACES TO WS-M-FILENAME.
           IF IMG-FILENAME(1:4) = 'f/g/'
               MOVE IMG-FILENAME(5:) TO WS-M-FILENAME
               PERFORM CHECK-FILENAME
           ELSE
               MOVE 'not under f/g/' TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-TARGET-1X TO WS-PROBE-NAME
               PERFORM STRIP-ONE-FILE
           END-IF.
           IF WS-REASON = SPACES AND IMG-HAS-2X
               MOVE WS-TARGET-2X TO WS-PROBE-NAME
               PERFORM STRIP-ONE-FILE
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-STRIP-COUNT
               DISPLAY 'galintake: stripped ' FUNCTION TRIM(IMG-ID)
                   ' (' FUNCTION TRIM(IMG-FILENAME) ')'
           ELSE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'galintake: skipped ' FUNCTION TRIM(IMG-ID)
                   ' - ' FUNCTION TRIM(WS-REASON)
           END-IF.

       STRIP-ONE-FILE.
           PERFORM PROBE-FOR-FILE.
           IF WS-PROBE-STATUS NOT = '00'
               MOVE 'file is not in f/g/' TO WS-REASON
           ELSE
               MOVE SPACES TO WS-CONVERT-COMMAND
               STRING 'convert ''' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROBE-NAME) DELIMITED BY SIZE
                      ''' -auto-orient -strip ''' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROBE-NAME) DELIMITED BY SIZE
                      '''' DELIMITED BY SIZE
                   INTO WS-CONVERT-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-CONVERT-COMMAND
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   MOVE 'convert failed - image unreadable or'
                       & ' ImageMagick missing' TO WS-REASON
               END-IF
           END-IF.
       END PROGRAM GALINTAKE.
