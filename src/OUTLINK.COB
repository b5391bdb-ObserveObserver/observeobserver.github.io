       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLINK.
      *    OUTBOUND LINK HOP - THE BLOGROLL ON LINKS.COB, THE SITE
      *    NAMES ON PLANET.COB AND THE [TEXT](URL) LINKS IN STORY
      *    BODIES ALL POINT AT /out?from=<PAGE>&to=<ENCODED URL>
      *    INSTEAD OF STRAIGHT OFF-SITE, AND THIS 302s THE READER
      *    ONWARD AFTER NOTING THE CLICK IN data/OUTCLICKS.DAT (SEE
      *    OUTCREC.CPY) FOR CLICKRPT.COB. ONLY A URL THE SITE ITSELF
      *    PUBLISHES IS FOLLOWED - ONE IN data/LINKS.DAT, IN
      *    data/LINK-ARCHIVE.DAT (LIVE OR ARCHIVED COPY), IN
      *    data/PLANET.DAT, OR LINKED FROM THE BODY OF THE STORY
      *    NAMED IN from= - SO THE HOP CAN'T BE BORROWED AS AN OPEN
      *    REDIRECT; ANYTHING ELSE GETS NOTFOUND.COB. CRAWLERS
      *    (BOTCHK.CBL) ARE SENT ON BUT NOT COUNTED, AND WHEN THE SITE
      *    IS READ-ONLY THE HOP STILL HAPPENS, UNLOGGED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINKS-FILE ASSIGN TO "data/LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "data/LINK-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PLANET-FILE ASSIGN TO "data/PLANET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANET-STATUS.
           SELECT STORY-BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT OUT-CLICK-FILE ASSIGN TO "data/OUTCLICKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LINKSFD.CPY'.
           COPY 'LINKARCFD.CPY'.
           COPY 'STORYBODYFD.CPY'.
           COPY 'OUTCFD.CPY'.
       FD  PLANET-FILE.
       01  PLANET-FILE-LINE    PIC X(400).
       WORKING-STORAGE SECTION.
           COPY 'LINKSREC.CPY'.
           COPY 'LINKARCREC.CPY'.
           COPY 'OUTCREC.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'URLDECWS.CPY'.
       01  WS-LINKS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-STATUS   PIC X(2)    VALUE '00'.
       01  WS-PLANET-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CLICK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-FILENAME    PIC X(60)   VALUE SPACES.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  SCAN-EOF                    VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(1000).
       01  WS-PG-SCRAP         PIC X(1000).
       01  WS-PG-REST          PIC X(1000).
       01  WS-FROM-PAGE        PIC X(20)   VALUE SPACES.
       01  WS-DEST-URL         PIC X(220)  VALUE SPACES.
       01  WS-DEST-LEN         PIC 9(4)    VALUE 0.
       01  WS-CH-IDX           PIC 9(4).
       01  WS-BAD-COUNT        PIC 9(4)    VALUE 0.
       01  WS-PUBLISHED        PIC X       VALUE 'N'.
               88  URL-PUBLISHED               VALUE 'Y'.
       01  WS-PL-SLUG          PIC X(40).
       01  WS-PL-TITLE         PIC X(60).
       01  WS-PL-URL           PIC X(120).
      *    A STORY LINK IS LOOKED FOR IN ITS MARKDOWN SHAPE, '](' URL
      *    ')', SO ONLY THE WHOLE URL MATCHES - NEVER A PREFIX OF A
      *    LONGER ONE THAT HAPPENS TO NAME A DIFFERENT HOST.
       01  WS-BODY-PATTERN     PIC X(224)  VALUE SPACES.
       01  WS-PATTERN-LEN      PIC 9(4)    VALUE 0.
       01  WS-PATTERN-HITS     PIC 9(4)    VALUE 0.
       01  WS-USER-AGENT       PIC X(120)  VALUE SPACES.
       01  WS-BOT-VERDICT      PIC X       VALUE 'H'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           PERFORM EXTRACT-OUT-PARAMS.
           PERFORM CHECK-PUBLISHED-URL.
           IF URL-PUBLISHED
               PERFORM LOG-THE-CLICK
               DISPLAY
                   'STATUS: 302 FOUND'
                   X'0A'
                   'LOCATION: '
                   FUNCTION TRIM(WS-DEST-URL)
                   X'0A'
                   X'0A'
               END-DISPLAY
           ELSE
               CALL 'SYSTEM' USING 'cgi-bin/NOTFOUND.COB'
           END-IF.
       GOBACK.

      *    from= IS A PAGE NAME OR A STORY-ID AND IS KEPT ONLY IF IT
      *    IS PLAIN LETTERS, DIGITS, '-' AND '_' - IT BECOMES PART OF
      *    A FILE NAME BELOW AND A FIELD IN THE LOG. to= IS DECODED
      *    AFTER THE SPLIT, THE WAY URLDEC.CPY ASKS.
       EXTRACT-OUT-PARAMS.
           MOVE SPACES TO WS-FROM-PAGE WS-DEST-URL WS-PG-SCRAP
               WS-PG-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'from='
               INTO WS-PG-SCRAP WS-PG-REST
           END-UNSTRING.
           IF WS-PG-REST NOT = SPACES
               UNSTRING WS-PG-REST DELIMITED BY '&'
                   INTO WS-FROM-PAGE
               END-UNSTRING
           END-IF.
           MOVE 0 TO WS-BAD-COUNT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > 20
               IF WS-FROM-PAGE(WS-CH-IDX:1) NOT = SPACE
                       AND WS-FROM-PAGE(WS-CH-IDX:1) IS NOT ALPHABETIC
                       AND WS-FROM-PAGE(WS-CH-IDX:1) IS NOT NUMERIC
                       AND WS-FROM-PAGE(WS-CH-IDX:1) NOT = '-'
                       AND WS-FROM-PAGE(WS-CH-IDX:1) NOT = '_'
                   ADD 1 TO WS-BAD-COUNT
               END-IF
           END-PERFORM.
           IF WS-BAD-COUNT > 0 OR WS-FROM-PAGE = SPACES
               MOVE '-' TO WS-FROM-PAGE
           END-IF.
           MOVE SPACES TO WS-PG-SCRAP WS-PG-REST.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'to='
               INTO WS-PG-SCRAP WS-PG-REST
           END-UNSTRING.
           IF WS-PG-REST NOT = SPACES
               MOVE SPACES TO WS-PG-SCRAP
               UNSTRING WS-PG-REST DELIMITED BY '&'
                   INTO WS-PG-SCRAP
               END-UNSTRING
               MOVE SPACES TO WS-URL-IN
               MOVE WS-PG-SCRAP TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-DEST-URL
           END-IF.

      *    THE DESTINATION MUST BE A PLAIN http(s) URL - NO SPACES OR
      *    LINE BREAKS THAT COULD SPILL INTO THE RESPONSE HEADERS -
      *    AND MUST BE FOUND, WHOLE, IN ONE OF THE PUBLISHED LISTS.
      *    THE CHEAP FILES ARE TRIED FIRST; THE STORY BODY LAST.
       CHECK-PUBLISHED-URL.
           MOVE 'N' TO WS-PUBLISHED.
           MOVE 0 TO WS-DEST-LEN.
           IF WS-DEST-URL NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DEST-URL))
                   TO WS-DEST-LEN
           END-IF.
           MOVE 0 TO WS-BAD-COUNT.
           IF WS-DEST-LEN > 0
               INSPECT WS-DEST-URL(1:WS-DEST-LEN) TALLYING
                   WS-BAD-COUNT FOR ALL SPACE ALL X'0D' ALL X'0A'
                   ALL '"' ALL '<' ALL '>'
           END-IF.
           IF WS-DEST-LEN > 7 AND WS-BAD-COUNT = 0
                   AND (WS-DEST-URL(1:7) = 'http://'
                       OR WS-DEST-URL(1:8) = 'https://')
               PERFORM FIND-IN-LINKS-PAGE
               IF NOT URL-PUBLISHED
                   PERFORM FIND-IN-ARCHIVE-MAP
               END-IF
               IF NOT URL-PUBLISHED
                   PERFORM FIND-IN-PLANET
               END-IF
               IF NOT URL-PUBLISHED
                       AND WS-FROM-PAGE NOT = '-'
                       AND WS-FROM-PAGE NOT = 'links'
                       AND WS-FROM-PAGE NOT = 'planet'
                   PERFORM FIND-IN-STORY-BODY
               END-IF
           END-IF.

       FIND-IN-LINKS-PAGE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LINKS-FILE.
           IF WS-LINKS-STATUS = '00'
               PERFORM UNTIL SCAN-EOF OR URL-PUBLISHED
                   READ LINKS-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO LINK-URL
                           UNSTRING LINKS-FILE-LINE DELIMITED BY '|'
                               INTO LINK-URL
                           END-UNSTRING
                           IF FUNCTION TRIM(LINK-URL) =
                                   FUNCTION TRIM(WS-DEST-URL)
                               SET URL-PUBLISHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINKS-FILE
           END-IF.

       FIND-IN-ARCHIVE-MAP.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM UNTIL SCAN-EOF OR URL-PUBLISHED
                   READ ARCHIVE-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO ARC-URL ARC-ARCHIVE-URL
                           UNSTRING ARCHIVE-FILE-LINE
                               DELIMITED BY '|'
                               INTO ARC-URL ARC-ARCHIVE-URL
                           END-UNSTRING
                           IF FUNCTION TRIM(ARC-URL) =
                                   FUNCTION TRIM(WS-DEST-URL)
                               OR FUNCTION TRIM(ARC-ARCHIVE-URL) =
                                   FUNCTION TRIM(WS-DEST-URL)
                               SET URL-PUBLISHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       FIND-IN-PLANET.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PLANET-FILE.
           IF WS-PLANET-STATUS = '00'
               PERFORM UNTIL SCAN-EOF OR URL-PUBLISHED
                   READ PLANET-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-PL-SLUG WS-PL-TITLE
                               WS-PL-URL
                           UNSTRING PLANET-FILE-LINE DELIMITED BY '|'
                               INTO WS-PL-SLUG WS-PL-TITLE WS-PL-URL
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-PL-URL) =
                                   FUNCTION TRIM(WS-DEST-URL)
                               SET URL-PUBLISHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANET-FILE
           END-IF.

       FIND-IN-STORY-BODY.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FROM-PAGE) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BODY-FILENAME
           END-STRING.
           MOVE SPACES TO WS-BODY-PATTERN.
           STRING '](' DELIMITED BY SIZE
                  WS-DEST-URL(1:WS-DEST-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-BODY-PATTERN
           END-STRING.
           COMPUTE WS-PATTERN-LEN = WS-DEST-LEN + 3.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORY-BODY-FILE.
           IF WS-BODY-STATUS = '00'
               PERFORM UNTIL SCAN-EOF OR URL-PUBLISHED
                   READ STORY-BODY-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE 0 TO WS-PATTERN-HITS
                           INSPECT STORY-BODY-LINE TALLYING
                               WS-PATTERN-HITS FOR ALL
                               WS-BODY-PATTERN(1:WS-PATTERN-LEN)
                           IF WS-PATTERN-HITS > 0
                               SET URL-PUBLISHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-BODY-FILE
           END-IF.

       LOG-THE-CLICK.
           MOVE SPACES TO WS-USER-AGENT.
           ACCEPT WS-USER-AGENT FROM ENVIRONMENT 'HTTP_USER_AGENT'.
           MOVE 'H' TO WS-BOT-VERDICT.
           CALL 'BOTCHK' USING WS-USER-AGENT WS-BOT-VERDICT
               ON EXCEPTION
                   MOVE 'H' TO WS-BOT-VERDICT
           END-CALL.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
               ON EXCEPTION
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.
           IF WS-BOT-VERDICT NOT = 'B' AND NOT PAUSED
               MOVE FUNCTION CURRENT-DATE(1:8) TO OC-DATE
               MOVE WS-FROM-PAGE TO OC-SOURCE
               MOVE WS-DEST-URL TO OC-DEST
               MOVE SPACES TO OUT-CLICK-LINE
               STRING OC-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(OC-SOURCE) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(OC-DEST) DELIMITED BY SIZE
                   INTO OUT-CLICK-LINE
               END-STRING
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN EXTEND OUT-CLICK-FILE
               IF WS-CLICK-STATUS NOT = '00'
                   OPEN OUTPUT OUT-CLICK-FILE
               END-IF
               WRITE OUT-CLICK-LINE
               CLOSE OUT-CLICK-FILE
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

           COPY 'URLDEC.CPY'.
       END PROGRAM OUTLINK.
