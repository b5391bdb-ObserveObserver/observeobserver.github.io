       IDENTIFICATION DIVISION.
       PROGRAM-ID. REWRGEN.
      *    BATCH GENERATOR FOR THE WEB SERVER'S REWRITE RULES.
      *    ROUTE.COB AND REDIRECT.COB ONLY WORK IF THE SERVER CONFIG
      *    POINTS EVERY CLEAN PATH AND EVERY RETIRED .COB NAME AT
      *    THEM, AND A ROUTE ADDED TO data/ROUTES.DAT WITHOUT ITS
      *    MATCHING RULE JUST 404S. THIS JOB WRITES THE WHOLE RULE
      *    SET FROM THE TABLES INSTEAD - THE 404 HANDLER, THE FEED
      *    SNAPSHOTS AND PRE-RENDERED PAGES UNDER f/ (SERVED AS THEY
      *    STAND, WITH THE RIGHT CONTENT TYPE), ONE REDIRECT.COB RULE
      *    PER data/LEGACY.DAT ROW AND ONE ROUTE.COB RULE PER
      *    data/ROUTES.DAT ROW (PLUS THE /.well-known/ FORM FOR THE
      *    NAMES OTHER SERVERS ASK FOR THERE) - TO
      *    data/REWRITE-RULES.CONF, THEN COMPARES IT RULE BY RULE
      *    WITH THE DEPLOYED CONFIG (.htaccess AT THE SITE ROOT, OR
      *    THE PATH GIVEN ON THE COMMAND LINE). COMMENTS AND BLANK
      *    LINES ARE NOT RULES AND NEVER COUNT AS DRIFT. A RULE THE
      *    TABLES WANT BUT THE SERVER LACKS, A HAND-ADDED RULE THE
      *    TABLES DON'T KNOW, OR THE SAME RULES IN A DIFFERENT ORDER
      *    (REWRITE RULES ARE FIRST-MATCH) ALL SET RETURN CODE 1;
      *    scripts/build.sh LOGS THE VERDICT TO data/BUILD-CHECKS.DAT
      *    FOR STATUS.COB. INSTALLING THE GENERATED FILE IS LEFT TO
      *    WHOEVER READS THE REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "data/ROUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT LEGACY-FILE ASSIGN TO "data/LEGACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-STATUS.
           SELECT RULES-FILE ASSIGN TO "data/REWRITE-RULES.CONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT DEPLOYED-FILE ASSIGN TO DYNAMIC WS-DEPLOYED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPLOYED-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ROUTEFD.CPY'.
           COPY 'LEGACYFD.CPY'.
       FD  RULES-FILE.
       01  RULES-FILE-LINE         PIC X(160).
       FD  DEPLOYED-FILE.
       01  DEPLOYED-FILE-LINE      PIC X(160).
       WORKING-STORAGE SECTION.
           COPY 'ROUTEREC.CPY'.
           COPY 'LEGACYREC.CPY'.
       01  WS-ROUTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LEGACY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-RULES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-DEPLOYED-STATUS  PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  INPUT-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(200).
       01  WS-ARG-DEPLOYED     PIC X(120).
       01  WS-DEPLOYED-NAME    PIC X(120)  VALUE '.htaccess'.
       01  WS-DEPLOYED-FOUND   PIC X       VALUE 'N'.
               88  DEPLOYED-FOUND              VALUE 'Y'.
      *    THE GENERATED CONFIG AND THE DEPLOYED ONE, LINE FOR LINE.
      *    WS-GEN-OVERFLOW/WS-DEP-OVERFLOW COUNT LINES PAST THE TABLE
      *    SO A TRUNCATED COMPARISON IS REPORTED, NOT PASSED.
       01  WS-GEN-LINES.
               05  WS-GEN-ENTRY    OCCURS 300 TIMES PIC X(160).
       01  WS-GEN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-GEN-OVERFLOW     PIC 9(4)    VALUE 0.
       01  WS-DEP-LINES.
               05  WS-DEP-ENTRY    OCCURS 300 TIMES PIC X(160).
       01  WS-DEP-COUNT        PIC 9(4)    VALUE 0.
       01  WS-DEP-OVERFLOW     PIC 9(4)    VALUE 0.
      *    THE /.well-known/ NAMES ROUTE.COB ANSWERS UNDER THE PREFIX
      *    AS WELL AS BARE - ONLY A ROUTE BY ONE OF THESE NAMES GETS
      *    THE SECOND RULE.
       01  WS-WELL-KNOWN-NAMES.
               05  FILLER          PIC X(20)   VALUE 'webfinger'.
               05  FILLER          PIC X(20)   VALUE 'host-meta'.
               05  FILLER          PIC X(20)   VALUE 'nodeinfo'.
       01  WS-WELL-KNOWN-TABLE REDEFINES WS-WELL-KNOWN-NAMES.
               05  WS-WK-NAME      OCCURS 3 TIMES PIC X(20).
       01  WS-WK-IDX           PIC 9(2).
       01  WS-WK-HIT           PIC X       VALUE 'N'.
               88  WELL-KNOWN-NAME             VALUE 'Y'.
       01  WS-RULE-LINE        PIC X(160).
       01  WS-PLAIN-TEXT       PIC X(40).
       01  WS-ESCAPED          PIC X(80).
       01  WS-ESC-IDX          PIC 9(3).
       01  WS-ESC-LEN          PIC 9(3).
       01  WS-ESC-PTR          PIC 9(3).
       01  WS-ESC-CHAR         PIC X.
       01  WS-ROUTE-RULES      PIC 9(4)    VALUE 0.
       01  WS-LEGACY-RULES     PIC 9(4)    VALUE 0.
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-OTHER-IDX        PIC 9(4).
       01  WS-MATCH            PIC X       VALUE 'N'.
               88  RULE-MATCHED                VALUE 'Y'.
       01  WS-RULE-A           PIC X(160).
       01  WS-RULE-B           PIC X(160).
       01  WS-IS-RULE          PIC X       VALUE 'N'.
               88  LINE-IS-RULE                VALUE 'Y'.
       01  WS-CHECK-LINE       PIC X(160).
       01  WS-DRIFT-COUNT      PIC 9(4)    VALUE 0.
       01  WS-ORDER-DONE       PIC X       VALUE 'N'.
               88  ORDER-COMPARED              VALUE 'Y'.
       01  WS-GEN-PTR          PIC 9(4).
       01  WS-DEP-PTR          PIC 9(4).
       01  WS-RULE-NUMBER      PIC 9(4)    VALUE 0.
       01  WS-COUNT-OUT        PIC Z(3)9.
       PROCEDURE DIVISION.
           DISPLAY 'rewrite rule generation'.
           DISPLAY '-----------------------'.
           MOVE SPACES TO WS-COMMAND-ARGS WS-ARG-DEPLOYED.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-ARG-DEPLOYED
           END-UNSTRING.
           IF WS-ARG-DEPLOYED NOT = SPACES
               MOVE WS-ARG-DEPLOYED TO WS-DEPLOYED-NAME
           END-IF.
           PERFORM BUILD-RULES.
           PERFORM WRITE-RULES-FILE.
           MOVE WS-ROUTE-RULES TO WS-COUNT-OUT.
           DISPLAY 'routes:         ' WS-COUNT-OUT.
           MOVE WS-LEGACY-RULES TO WS-COUNT-OUT.
           DISPLAY 'legacy names:   ' WS-COUNT-OUT.
           DISPLAY 'written to:     data/REWRITE-RULES.CONF'.
           PERFORM LOAD-DEPLOYED.
           IF NOT DEPLOYED-FOUND
               DISPLAY 'rewrgen: no deployed config at '
                   TRIM(WS-DEPLOYED-NAME)
                   ' - every generated rule is missing'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY 'compared with:  ' TRIM(WS-DEPLOYED-NAME)
               PERFORM REPORT-DRIFT
           END-IF.
       GOBACK.

      *    FIXED RULES FIRST (ENGINE, 404 HANDLER, FILES SERVED AS
      *    THEY STAND), THEN THE RETIRED NAMES - THEY MATCH UNDER
      *    cgi-bin/ AND MUST WIN BEFORE THE SERVER RUNS WHATEVER
      *    BINARY STILL SITS THERE - THEN THE CLEAN PATHS IN TABLE
      *    ORDER.
       BUILD-RULES.
           MOVE '# generated from data/ROUTES.DAT and data/LEGACY.DAT'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE '# by REWRGEN.COB - change the tables, not this file'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE 'RewriteEngine On' TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE 'ErrorDocument 404 /cgi-bin/NOTFOUND.COB'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE SPACES TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE '# feed snapshots and pre-rendered pages under f/'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE 'RewriteRule ^f/rss\.xml$ - [L,T=application/rss+xml]'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE
             'RewriteRule ^f/podcast\.xml$ - [L,T=application/rss+xml]'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE SPACES TO WS-RULE-LINE.
           STRING 'RewriteRule ^f/jsonfeed\.json$ - ' DELIMITED BY SIZE
                  '[L,T=application/feed+json]' DELIMITED BY SIZE
               INTO WS-RULE-LINE
           END-STRING.
           PERFORM ADD-RULE-LINE.
           MOVE 'RewriteRule ^f/sitemap\.xml$ - [L,T=application/xml]'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE 'RewriteRule ^f/static/[a-z]+\.html$ - [L,T=text/html]'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE 'RewriteRule ^f/ - [L]' TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE SPACES TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE '# retired program names - REDIRECT.COB 301s them'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           PERFORM ADD-LEGACY-RULES.
           MOVE SPACES TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           MOVE '# clean paths - ROUTE.COB looks each up in the table'
               TO WS-RULE-LINE.
           PERFORM ADD-RULE-LINE.
           PERFORM ADD-ROUTE-RULES.

      *    RewriteRule ^cgi-bin/OLD\.COB$ cgi-bin/REDIRECT.COB/OLD.COB
      *    - THE RETIRED NAME RIDES IN PATH_INFO, BECAUSE AFTER THE
      *    REWRITE SCRIPT_NAME IS REDIRECT.COB ITSELF.
       ADD-LEGACY-RULES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEGACY-FILE.
           IF WS-LEGACY-STATUS = '00'
               PERFORM UNTIL INPUT-EOF
                   READ LEGACY-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-ONE-LEGACY-RULE
                   END-READ
               END-PERFORM
               CLOSE LEGACY-FILE
           END-IF.

       ADD-ONE-LEGACY-RULE.
           MOVE SPACES TO LEGACY-RECORD.
           UNSTRING LEGACY-FILE-LINE DELIMITED BY '|'
               INTO LEGACY-OLD-PROGRAM
                    LEGACY-CLEAN-PATH
           END-UNSTRING.
           IF LEGACY-OLD-PROGRAM NOT = SPACES
               MOVE LEGACY-OLD-PROGRAM TO WS-PLAIN-TEXT
               PERFORM ESCAPE-PATTERN
               MOVE SPACES TO WS-RULE-LINE
               STRING 'RewriteRule ^cgi-bin/' DELIMITED BY SIZE
                      TRIM(WS-ESCAPED) DELIMITED BY SIZE
                      '$ cgi-bin/REDIRECT.COB/' DELIMITED BY SIZE
                      TRIM(LEGACY-OLD-PROGRAM) DELIMITED BY SIZE
                      ' [L]' DELIMITED BY SIZE
                   INTO WS-RULE-LINE
               END-STRING
               PERFORM ADD-RULE-LINE
               ADD 1 TO WS-LEGACY-RULES
           END-IF.

      *    RewriteRule ^blog$ cgi-bin/ROUTE.COB/blog [L] - THE SAME
      *    PATH_INFO SHAPE ROUTE.COB READS.
       ADD-ROUTE-RULES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ROUTE-FILE.
           IF WS-ROUTE-STATUS = '00'
               PERFORM UNTIL INPUT-EOF
                   READ ROUTE-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-ONE-ROUTE-RULE
                   END-READ
               END-PERFORM
               CLOSE ROUTE-FILE
           ELSE
               DISPLAY 'rewrgen: data/ROUTES.DAT not readable'
               MOVE 1 TO RETURN-CODE
           END-IF.

       ADD-ONE-ROUTE-RULE.
           MOVE SPACES TO ROUTE-RECORD.
           UNSTRING ROUTE-FILE-LINE DELIMITED BY '|'
               INTO ROUTE-CLEAN-PATH
                    ROUTE-PROGRAM
                    ROUTE-DESC
           END-UNSTRING.
           IF ROUTE-CLEAN-PATH NOT = SPACES
               MOVE ROUTE-CLEAN-PATH TO WS-PLAIN-TEXT
               PERFORM ESCAPE-PATTERN
               MOVE SPACES TO WS-RULE-LINE
               STRING 'RewriteRule ^' DELIMITED BY SIZE
                      TRIM(WS-ESCAPED) DELIMITED BY SIZE
                      '$ cgi-bin/ROUTE.COB/' DELIMITED BY SIZE
                      TRIM(ROUTE-CLEAN-PATH) DELIMITED BY SIZE
                      ' [L]' DELIMITED BY SIZE
                   INTO WS-RULE-LINE
               END-STRING
               PERFORM ADD-RULE-LINE
               ADD 1 TO WS-ROUTE-RULES
               MOVE 'N' TO WS-WK-HIT
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                       UNTIL WS-WK-IDX > 3
                   IF WS-WK-NAME(WS-WK-IDX) = ROUTE-CLEAN-PATH
                       SET WELL-KNOWN-NAME TO TRUE
                   END-IF
               END-PERFORM
               IF WELL-KNOWN-NAME
                   MOVE SPACES TO WS-RULE-LINE
                   STRING 'RewriteRule ^\.well-known/'
                              DELIMITED BY SIZE
                          TRIM(WS-ESCAPED) DELIMITED BY SIZE
                          '$ cgi-bin/ROUTE.COB/.well-known/'
                              DELIMITED BY SIZE
                          TRIM(ROUTE-CLEAN-PATH) DELIMITED BY SIZE
                          ' [L]' DELIMITED BY SIZE
                       INTO WS-RULE-LINE
                   END-STRING
                   PERFORM ADD-RULE-LINE
               END-IF
           END-IF.

      *    A PATH IS MATCHED AS A REGULAR EXPRESSION, SO blogroll.opml
      *    HAS TO BECOME blogroll\.opml OR THE DOT MATCHES ANYTHING.
       ESCAPE-PATTERN.
           MOVE SPACES TO WS-ESCAPED.
           MOVE 1 TO WS-ESC-PTR.
           MOVE LENGTH(TRIM(WS-PLAIN-TEXT)) TO WS-ESC-LEN.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-LEN
               MOVE WS-PLAIN-TEXT(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR = '.' OR '+' OR '?' OR '*' OR '('
                       OR ')' OR '[' OR ']' OR '$' OR '^'
                   STRING '\' DELIMITED BY SIZE
                       INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
                   END-STRING
               END-IF
               STRING WS-ESC-CHAR DELIMITED BY SIZE
                   INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
               END-STRING
           END-PERFORM.

       ADD-RULE-LINE.
           IF WS-GEN-COUNT < 300
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-RULE-LINE TO WS-GEN-ENTRY(WS-GEN-COUNT)
           ELSE
               ADD 1 TO WS-GEN-OVERFLOW
           END-IF.

       WRITE-RULES-FILE.
           OPEN OUTPUT RULES-FILE.
           IF WS-RULES-STATUS = '00'
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-GEN-COUNT
                   MOVE WS-GEN-ENTRY(WS-SCAN-IDX) TO RULES-FILE-LINE
                   WRITE RULES-FILE-LINE
               END-PERFORM
               CLOSE RULES-FILE
           ELSE
               DISPLAY 'rewrgen: cannot write data/REWRITE-RULES.CONF'
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-GEN-OVERFLOW > 0
               MOVE WS-GEN-OVERFLOW TO WS-COUNT-OUT
               DISPLAY 'rewrgen: ' WS-COUNT-OUT
                   ' rule line(s) past the 300-line table were lost'
               MOVE 1 TO RETURN-CODE
           END-IF.

       LOAD-DEPLOYED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEPLOYED-FILE.
           IF WS-DEPLOYED-STATUS = '00'
               SET DEPLOYED-FOUND TO TRUE
               PERFORM UNTIL INPUT-EOF
                   READ DEPLOYED-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEP-COUNT < 300
                               ADD 1 TO WS-DEP-COUNT
                               MOVE DEPLOYED-FILE-LINE
                                   TO WS-DEP-ENTRY(WS-DEP-COUNT)
                           ELSE
                               ADD 1 TO WS-DEP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPLOYED-FILE
           END-IF.

      *    SET DRIFT BOTH WAYS FIRST; ONLY WHEN BOTH SIDES HOLD THE
      *    SAME RULES IS THE ORDER WORTH COMPARING.
       REPORT-DRIFT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-ENTRY(WS-SCAN-IDX) TO WS-CHECK-LINE
               PERFORM CLASSIFY-LINE
               IF LINE-IS-RULE
                   MOVE 'N' TO WS-MATCH
                   PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                           UNTIL WS-OTHER-IDX > WS-DEP-COUNT
                              OR RULE-MATCHED
                       IF TRIM(WS-DEP-ENTRY(WS-OTHER-IDX)) =
                               TRIM(WS-GEN-ENTRY(WS-SCAN-IDX))
                           SET RULE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT RULE-MATCHED
                       DISPLAY '  missing from deployed: '
                           TRIM(WS-GEN-ENTRY(WS-SCAN-IDX))
                       ADD 1 TO WS-DRIFT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DEP-COUNT
               MOVE WS-DEP-ENTRY(WS-SCAN-IDX) TO WS-CHECK-LINE
               PERFORM CLASSIFY-LINE
               IF LINE-IS-RULE
                   MOVE 'N' TO WS-MATCH
                   PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                           UNTIL WS-OTHER-IDX > WS-GEN-COUNT
                              OR RULE-MATCHED
                       IF TRIM(WS-GEN-ENTRY(WS-OTHER-IDX)) =
                               TRIM(WS-DEP-ENTRY(WS-SCAN-IDX))
                           SET RULE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT RULE-MATCHED
                       DISPLAY '  not from the tables:   '
                           TRIM(WS-DEP-ENTRY(WS-SCAN-IDX))
                       ADD 1 TO WS-DRIFT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEP-OVERFLOW > 0
               MOVE WS-DEP-OVERFLOW TO WS-COUNT-OUT
               DISPLAY '  deployed config has ' WS-COUNT-OUT
                   ' line(s) past the 300-line table, not compared'
               ADD 1 TO WS-DRIFT-COUNT
           END-IF.
           IF WS-DRIFT-COUNT = 0
               PERFORM COMPARE-RULE-ORDER
           END-IF.
           IF WS-DRIFT-COUNT = 0
               DISPLAY 'deployed config matches the route tables.'
           ELSE
               MOVE WS-DRIFT-COUNT TO WS-COUNT-OUT
               DISPLAY WS-COUNT-OUT ' drift line(s) - install '
                   'data/REWRITE-RULES.CONF as '
                   TRIM(WS-DEPLOYED-NAME)
               MOVE 1 TO RETURN-CODE
           END-IF.

      *    WALK THE RULE LINES OF BOTH SIDES IN STEP, SKIPPING
      *    COMMENTS AND BLANKS, AND STOP AT THE FIRST PAIR THAT
      *    DIFFERS - FIRST-MATCH MEANS ORDER CHANGES BEHAVIOUR.
       COMPARE-RULE-ORDER.
           MOVE 1 TO WS-GEN-PTR WS-DEP-PTR.
           MOVE 0 TO WS-RULE-NUMBER.
           MOVE 'N' TO WS-ORDER-DONE.
           PERFORM UNTIL ORDER-COMPARED
               MOVE SPACES TO WS-RULE-A WS-RULE-B
               MOVE 'N' TO WS-IS-RULE
               PERFORM UNTIL LINE-IS-RULE
                       OR WS-GEN-PTR > WS-GEN-COUNT
                   MOVE WS-GEN-ENTRY(WS-GEN-PTR) TO WS-CHECK-LINE
                   PERFORM CLASSIFY-LINE
                   IF LINE-IS-RULE
                       MOVE TRIM(WS-CHECK-LINE) TO WS-RULE-A
                   END-IF
                   ADD 1 TO WS-GEN-PTR
               END-PERFORM
               MOVE 'N' TO WS-IS-RULE
               PERFORM UNTIL LINE-IS-RULE
                       OR WS-DEP-PTR > WS-DEP-COUNT
                   MOVE WS-DEP-ENTRY(WS-DEP-PTR) TO WS-CHECK-LINE
                   PERFORM CLASSIFY-LINE
                   IF LINE-IS-RULE
                       MOVE TRIM(WS-CHECK-LINE) TO WS-RULE-B
                   END-IF
                   ADD 1 TO WS-DEP-PTR
               END-PERFORM
               IF WS-RULE-A = SPACES AND WS-RULE-B = SPACES
                   SET ORDER-COMPARED TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-NUMBER
                   IF WS-RULE-A NOT = WS-RULE-B
                       MOVE WS-RULE-NUMBER TO WS-COUNT-OUT
                       DISPLAY '  same rules, different order from '
                           'rule ' TRIM(WS-COUNT-OUT) ':'
                       DISPLAY '    generated: ' TRIM(WS-RULE-A)
                       DISPLAY '    deployed:  ' TRIM(WS-RULE-B)
                       ADD 1 TO WS-DRIFT-COUNT
                       SET ORDER-COMPARED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-LINE.
           MOVE 'N' TO WS-IS-RULE.
           MOVE TRIM(WS-CHECK-LINE) TO WS-CHECK-LINE.
           IF WS-CHECK-LINE NOT = SPACES
                   AND WS-CHECK-LINE(1:1) NOT = '#'
               SET LINE-IS-RULE TO TRUE
           END-IF.
       END PROGRAM REWRGEN.
