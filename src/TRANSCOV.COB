       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCOV.
      *    BATCH JOB - THE TRANSLATION COVERAGE BOARD. STORY-ALT-LANG
      *    AND STORY-ALT-ID LINK A STORY TO ITS VARIANT, BUT NOTHING
      *    SAID WHICH STORIES STILL LACK ONE, OR NOTICED WHEN THE
      *    ORIGINAL WAS REVISED AFTER THE TRANSLATION WAS MADE. THE
      *    LANGUAGES THE SITE TRANSLATES INTO ARE LISTED ONE CODE PER
      *    LINE IN data/TRANSLATE-INTO.DAT; WHO IS TRANSLATING WHAT
      *    IS KEPT IN data/TRANSLATIONS.DAT (SEE TRANSREC.CPY).
      *    FIRST EVERY REGISTER ROW IS CHECKED AGAINST ITS SOURCE
      *    BODY, USING THE SAME ROLLING SUM ANNOTCHK.COB KEEPS ON
      *    MARGIN NOTES:
      *      - NO VARIANT YET - 'assigned', A VOLUNTEER AT WORK;
      *      - VARIANT BUT NO SUM - STAMPS TODAY'S DATE AND THE
      *        SOURCE BODY'S SUM, THE VERSION THE TRANSLATION WAS
      *        MADE FROM;
      *      - SUM DIFFERS - 'stale', WHICH STORY.CBL SHOWS ON THE
      *        VARIANT AS "TRANSLATED FROM AN EARLIER VERSION";
      *      - OTHERWISE 'current'.
      *    THE REGISTER IS REWRITTEN THROUGH
      *    data/TRANSLATIONS-KEEP.DAT, AS ANNOTCHK DOES. THEN, PER
      *    LANGUAGE, EVERY PUBLISHED STORY NOT ALREADY IN THAT
      *    LANGUAGE (AND NOT ITSELF A REGISTERED TRANSLATION) IS
      *    LISTED AS UNTRANSLATED, WITH A TRANSLATOR ASSIGNED, OR
      *    TRANSLATED FROM A SOURCE THAT HAS SINCE CHANGED. A STORY
      *    LINKED TO A VARIANT IN data/STORY.DAT BUT WITH NO REGISTER
      *    ROW IS NAMED TOO - ITS SOURCE VERSION WAS NEVER RECORDED.
      *    ENDS WITH RETURN-CODE 1 WHEN ANY TRANSLATION IS STALE, SO
      *    scripts/build.sh CAN LOG IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT LANGS-FILE ASSIGN TO "data/TRANSLATE-INTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGS-STATUS.
           SELECT TRANSLATION-FILE ASSIGN TO "data/TRANSLATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/TRANSLATIONS-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
       FD  LANGS-FILE.
       01  LANGS-FILE-LINE     PIC X(20).
           COPY 'TRANSFD.CPY'.
           COPY 'TRANSFD.CPY' REPLACING TRANSLATION-FILE BY KEEP-FILE
               TRANSLATION-FILE-LINE BY KEEP-FILE-LINE.
           COPY 'STORYBODYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'TRANSREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LANGS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-TRANS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-LANGS-EOF        PIC X       VALUE 'N'.
               88  LANGS-EOF                   VALUE 'Y'.
       01  WS-TRANS-EOF        PIC X       VALUE 'N'.
               88  TRANS-EOF                   VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
      *    THE CATALOGUE, THE TARGET LANGUAGES AND THE REGISTER ARE
      *    ALL HELD IN STORAGE FOR THE PER-LANGUAGE PASSES.
       01  WS-ST-COUNT         PIC 9(3)    VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY         OCCURS 100 TIMES.
               10  WS-ST-ID            PIC X(8).
               10  WS-ST-TITLE         PIC X(30).
               10  WS-ST-LANG          PIC X(5).
               10  WS-ST-ALT-LANG      PIC X(5).
               10  WS-ST-ALT-ID        PIC X(8).
       01  WS-ST-IDX           PIC 9(3).
       01  WS-LG-COUNT         PIC 9(2)    VALUE 0.
       01  WS-LG-TABLE.
           05  WS-LG-CODE          OCCURS 20 TIMES PIC X(5).
       01  WS-LG-IDX           PIC 9(2).
       01  WS-TR-COUNT         PIC 9(3)    VALUE 0.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY         OCCURS 200 TIMES.
               10  WS-TR-SOURCE-ID     PIC X(8).
               10  WS-TR-LANG          PIC X(5).
               10  WS-TR-TRANSLATOR    PIC X(40).
               10  WS-TR-VARIANT-ID    PIC X(8).
               10  WS-TR-MADE          PIC X(8).
               10  WS-TR-STATE         PIC X(8).
       01  WS-TR-IDX           PIC 9(3).
       01  WS-TR-HIT           PIC 9(3).
       01  WS-IS-VARIANT       PIC X       VALUE 'N'.
               88  IS-VARIANT                  VALUE 'Y'.
       01  WS-CHECKSUM-LEN     PIC 9(4).
       01  WS-CHECKSUM-IDX     PIC 9(4).
       01  WS-CHECKSUM-CHAR    PIC X.
       01  WS-CHECKSUM-ORD     PIC 9(3).
       01  WS-CHECKSUM-RESULT  PIC 9(9).
       01  WS-SUM-TEXT         PIC X(9).
       01  WS-SOURCE-FOUND     PIC X       VALUE 'N'.
       01  WS-PASS             PIC X(10).
       01  WS-LISTED           PIC 9(3).
       01  WS-ROW-COUNT        PIC 9(4)    VALUE 0.
       01  WS-STAMPED-COUNT    PIC 9(4)    VALUE 0.
       01  WS-STALE-COUNT      PIC 9(4)    VALUE 0.
       01  WS-DONE-COUNT       PIC 9(3).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM LOAD-TARGET-LANGUAGES.
           IF WS-LG-COUNT = 0
               DISPLAY 'transcov: no languages in '
                   'data/TRANSLATE-INTO.DAT - nothing to cover'
               GOBACK
           END-IF.
           PERFORM LOAD-STORY-TABLE.
           PERFORM CHECK-REGISTER.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               PERFORM REPORT-ONE-LANGUAGE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'transcov: ' WS-ROW-COUNT ' register row(s), '
               WS-STAMPED-COUNT ' newly stamped, '
               WS-STALE-COUNT ' stale'.
           IF WS-STALE-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
       GOBACK.

       LOAD-TARGET-LANGUAGES.
           OPEN INPUT LANGS-FILE.
           IF WS-LANGS-STATUS = '00'
               PERFORM UNTIL LANGS-EOF
                   READ LANGS-FILE
                       AT END
                           SET LANGS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(LANGS-FILE-LINE)
                                   NOT = SPACES
                                   AND WS-LG-COUNT < 20
                               ADD 1 TO WS-LG-COUNT
                               MOVE FUNCTION LOWER-CASE(
                                   FUNCTION TRIM(LANGS-FILE-LINE))
                                   TO WS-LG-CODE(WS-LG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANGS-FILE
           END-IF.

      *    ONLY PUBLISHED STORIES NEED TRANSLATING - A DRAFT MAY
      *    STILL CHANGE UNDER THE TRANSLATOR'S FEET.
       LOAD-STORY-TABLE.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF FUNCTION TRIM(STORY-ID) NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                                   AND WS-ST-COUNT < 100
                               ADD 1 TO WS-ST-COUNT
                               MOVE STORY-ID TO WS-ST-ID(WS-ST-COUNT)
                               MOVE STORY-TITLE
                                   TO WS-ST-TITLE(WS-ST-COUNT)
                               MOVE FUNCTION LOWER-CASE(STORY-LANG)
                                   TO WS-ST-LANG(WS-ST-COUNT)
                               MOVE FUNCTION LOWER-CASE(
                                   STORY-ALT-LANG)
                                   TO WS-ST-ALT-LANG(WS-ST-COUNT)
                               MOVE STORY-ALT-ID
                                   TO WS-ST-ALT-ID(WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       PARSE-STORY-RECORD.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
           END-UNSTRING.

       CHECK-REGISTER.
           OPEN INPUT TRANSLATION-FILE.
           IF WS-TRANS-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL TRANS-EOF
                   READ TRANSLATION-FILE
                       AT END
                           SET TRANS-EOF TO TRUE
                       NOT AT END
                           IF TRANSLATION-FILE-LINE NOT = SPACES
                               PERFORM CHECK-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSLATION-FILE
               CLOSE KEEP-FILE
               PERFORM REWRITE-REGISTER
           END-IF.

       CHECK-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE SPACES TO TRANSLATION-RECORD.
           UNSTRING TRANSLATION-FILE-LINE DELIMITED BY '|'
               INTO TRN-SOURCE-ID TRN-LANG TRN-TRANSLATOR
                    TRN-VARIANT-ID TRN-MADE TRN-SOURCE-SUM TRN-STATE
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(TRN-LANG) TO TRN-LANG.
           IF TRN-VARIANT-ID NOT = SPACES
               PERFORM SUM-SOURCE-BODY
           END-IF.
           EVALUATE TRUE
               WHEN TRN-VARIANT-ID = SPACES
                   MOVE 'assigned' TO TRN-STATE
               WHEN WS-SOURCE-FOUND = 'N'
                   DISPLAY 'transcov: ' FUNCTION TRIM(TRN-SOURCE-ID)
                       ' ' FUNCTION TRIM(TRN-LANG)
                       ': no source body to compare - left as '
                       FUNCTION TRIM(TRN-STATE)
               WHEN TRN-SOURCE-SUM = SPACES
                   MOVE WS-SUM-TEXT TO TRN-SOURCE-SUM
                   IF TRN-MADE = SPACES
                       MOVE WS-TIMESTAMP(1:8) TO TRN-MADE
                   END-IF
                   MOVE 'current' TO TRN-STATE
                   ADD 1 TO WS-STAMPED-COUNT
                   DISPLAY 'transcov: ' FUNCTION TRIM(TRN-SOURCE-ID)
                       ' ' FUNCTION TRIM(TRN-LANG)
                       ': stamped against today''s source'
               WHEN TRN-SOURCE-SUM NOT = WS-SUM-TEXT
                   MOVE 'stale' TO TRN-STATE
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   MOVE 'current' TO TRN-STATE
           END-EVALUATE.
           IF WS-TR-COUNT < 200
               ADD 1 TO WS-TR-COUNT
               MOVE TRN-SOURCE-ID TO WS-TR-SOURCE-ID(WS-TR-COUNT)
               MOVE TRN-LANG TO WS-TR-LANG(WS-TR-COUNT)
               MOVE TRN-TRANSLATOR TO WS-TR-TRANSLATOR(WS-TR-COUNT)
               MOVE TRN-VARIANT-ID TO WS-TR-VARIANT-ID(WS-TR-COUNT)
               MOVE TRN-MADE TO WS-TR-MADE(WS-TR-COUNT)
               MOVE TRN-STATE TO WS-TR-STATE(WS-TR-COUNT)
           END-IF.
           PERFORM WRITE-ROW-BACK.

      *    ANNOTCHK.COB'S ROLLING SUM OVER THE WHOLE SOURCE BODY, A
      *    LINE BREAK FOLDED IN BETWEEN LINES.
       SUM-SOURCE-BODY.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-SOURCE-ID) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           MOVE 0 TO WS-CHECKSUM-RESULT.
           MOVE 'N' TO WS-BODY-EOF.
           MOVE 'N' TO WS-SOURCE-FOUND.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-FOUND
               PERFORM UNTIL BODY-EOF
                   READ STORY-BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           PERFORM SUM-BODY-LINE
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           END-IF.
           MOVE WS-CHECKSUM-RESULT TO WS-SUM-TEXT.

       SUM-BODY-LINE.
           COMPUTE WS-CHECKSUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STORY-BODY-LINE
                   TRAILING)).
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
                   UNTIL WS-CHECKSUM-IDX > WS-CHECKSUM-LEN
               MOVE STORY-BODY-LINE(WS-CHECKSUM-IDX:1)
                   TO WS-CHECKSUM-CHAR
               COMPUTE WS-CHECKSUM-ORD = FUNCTION ORD(WS-CHECKSUM-CHAR)
               COMPUTE WS-CHECKSUM-RESULT =
                   FUNCTION MOD(
                       (WS-CHECKSUM-RESULT * 31) + WS-CHECKSUM-ORD,
                       999999999)
           END-PERFORM.
           COMPUTE WS-CHECKSUM-RESULT =
               FUNCTION MOD((WS-CHECKSUM-RESULT * 31) + 11, 999999999).

       WRITE-ROW-BACK.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(TRN-SOURCE-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-LANG) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-TRANSLATOR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-VARIANT-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-MADE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-SOURCE-SUM) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(TRN-STATE) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.

       REWRITE-REGISTER.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT TRANSLATION-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO TRANSLATION-FILE-LINE
                       WRITE TRANSLATION-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE TRANSLATION-FILE.

      *    THREE PASSES OVER THE CATALOGUE PER LANGUAGE, SO EACH LIST
      *    PRINTS TOGETHER UNDER ITS OWN HEADING.
       REPORT-ONE-LANGUAGE.
           DISPLAY ' '.
           DISPLAY 'transcov: coverage into '
               FUNCTION TRIM(WS-LG-CODE(WS-LG-IDX)).
           MOVE 0 TO WS-DONE-COUNT.
           MOVE 'untrans' TO WS-PASS.
           DISPLAY '  untranslated:'.
           PERFORM REPORT-PASS.
           MOVE 'assigned' TO WS-PASS.
           DISPLAY '  translator assigned:'.
           PERFORM REPORT-PASS.
           MOVE 'stale' TO WS-PASS.
           DISPLAY '  source changed since translation:'.
           PERFORM REPORT-PASS.
           DISPLAY '  translated and current: ' WS-DONE-COUNT.

       REPORT-PASS.
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM CHECK-IS-VARIANT
               IF FUNCTION TRIM(WS-ST-LANG(WS-ST-IDX)) NOT =
                       FUNCTION TRIM(WS-LG-CODE(WS-LG-IDX))
                       AND NOT IS-VARIANT
                   PERFORM FIND-REGISTER-ROW
                   PERFORM REPORT-ONE-STORY
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY '    none'
           END-IF.

      *    A STORY THAT IS ITSELF SOMEONE'S REGISTERED TRANSLATION IS
      *    NOT A SOURCE TO BE TRANSLATED AGAIN.
       CHECK-IS-VARIANT.
           MOVE 'N' TO WS-IS-VARIANT.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-VARIANT-ID(WS-TR-IDX) = WS-ST-ID(WS-ST-IDX)
                   MOVE 'Y' TO WS-IS-VARIANT
               END-IF
           END-PERFORM.

       FIND-REGISTER-ROW.
           MOVE 0 TO WS-TR-HIT.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-SOURCE-ID(WS-TR-IDX) = WS-ST-ID(WS-ST-IDX)
                       AND WS-TR-LANG(WS-TR-IDX) =
                           WS-LG-CODE(WS-LG-IDX)
                   MOVE WS-TR-IDX TO WS-TR-HIT
               END-IF
           END-PERFORM.

       REPORT-ONE-STORY.
           EVALUATE TRUE
               WHEN WS-TR-HIT = 0
                   IF WS-PASS = 'untrans'
                       ADD 1 TO WS-LISTED
                       IF WS-ST-ALT-ID(WS-ST-IDX) NOT = SPACES
                               AND WS-ST-ALT-LANG(WS-ST-IDX) =
                                   WS-LG-CODE(WS-LG-IDX)
                           DISPLAY '    ' WS-ST-ID(WS-ST-IDX) ' '
                               FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                               ' - linked to '
                               FUNCTION TRIM(WS-ST-ALT-ID(WS-ST-IDX))
                               ' but not in the register'
                       ELSE
                           DISPLAY '    ' WS-ST-ID(WS-ST-IDX) ' '
                               FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                       END-IF
                   END-IF
               WHEN WS-TR-STATE(WS-TR-HIT) = 'assigned'
                   IF WS-PASS = 'assigned'
                       ADD 1 TO WS-LISTED
                       DISPLAY '    ' WS-ST-ID(WS-ST-IDX) ' '
                           FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                           ' - '
                           FUNCTION TRIM(WS-TR-TRANSLATOR(WS-TR-HIT))
                   END-IF
               WHEN WS-TR-STATE(WS-TR-HIT) = 'stale'
                   IF WS-PASS = 'stale'
                       ADD 1 TO WS-LISTED
                       DISPLAY '    ' WS-ST-ID(WS-ST-IDX) ' '
                           FUNCTION TRIM(WS-ST-TITLE(WS-ST-IDX))
                           ' - '
                           FUNCTION TRIM(WS-TR-VARIANT-ID(WS-TR-HIT))
                           ' made ' WS-TR-MADE(WS-TR-HIT) ' by '
                           FUNCTION TRIM(WS-TR-TRANSLATOR(WS-TR-HIT))
                   END-IF
               WHEN OTHER
                   IF WS-PASS = 'stale'
                       ADD 1 TO WS-DONE-COUNT
                   END-IF
           END-EVALUATE.
       END PROGRAM TRANSCOV.
