       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGRES.
      *    SHARED SUBPROGRAM - TAG RESOLUTION. A FEED SUBSCRIBED AS
      *    FEED.COB?tag=relationship MUST KEEP WORKING AFTER
      *    TAGFIX.COB MERGES relationship INTO love, SO EVERY ?tag=
      *    READER (FEED.COB, JSONFEED.COB, TAGINDEX.COB) PASSES THE
      *    PARAMETER THROUGH HERE FIRST. A REDIRECT ROW
      *    (OLD|NEW|STAMP|HOW) IS FOLLOWED - A CHAIN OF THEM TOO, UP
      *    TO TEN HOPS SO A LOOP CANNOT HANG A PAGE - AND THEN A TAG
      *    THAT IS ONLY SOMEBODY'S SYNONYM BECOMES THAT SOMEBODY.
      *    BOTH FILES ARE READ ON THE FIRST CALL AND KEPT FOR THE
      *    REST OF THE RUN; EITHER MISSING JUST MEANS NOTHING MAPS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAG-FILE ASSIGN TO "data/TAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT REDIRECT-FILE ASSIGN TO "data/TAG-REDIRECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAG-FILE.
       01  TAG-FILE-LINE       PIC X(400).
       FD  REDIRECT-FILE.
       01  REDIRECT-FILE-LINE  PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'TAGREC.CPY'.
       01  WS-TAG-STATUS       PIC X(2)    VALUE '00'.
       01  WS-REDIRECT-STATUS  PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
       01  WS-LOADED           PIC X       VALUE 'N'.
               88  TABLES-LOADED               VALUE 'Y'.
       01  WS-MASTER-COUNT     PIC 9(3)    VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 300 TIMES.
               10  WS-M-NAME           PIC X(20).
               10  WS-M-DISPLAY        PIC X(40).
               10  WS-M-DESC           PIC X(200).
               10  WS-M-SYNONYMS       PIC X(102).
       01  WS-REDIRECT-COUNT   PIC 9(3)    VALUE 0.
       01  WS-REDIRECT-TABLE.
           05  WS-REDIRECT-ENTRY OCCURS 300 TIMES.
               10  WS-R-OLD            PIC X(20).
               10  WS-R-NEW            PIC X(20).
       01  WS-MX               PIC 9(3).
       01  WS-HIT              PIC 9(3)    VALUE 0.
       01  WS-HOPS             PIC 9(2)    VALUE 0.
       01  WS-WANT             PIC X(30)   VALUE SPACES.
       01  WS-NEEDLE           PIC X(32)   VALUE SPACES.
       01  WS-NEEDLE-LEN       PIC 9(2)    VALUE 0.
       01  WS-SYN-HITS         PIC 9(3)    VALUE 0.
       01  WS-R-STAMP          PIC X(14).
       LINKAGE SECTION.
           COPY 'TAGRES.CPY'.
       PROCEDURE DIVISION USING TAG-RESOLVE.
           IF NOT TABLES-LOADED
               PERFORM LOAD-MASTER
               PERFORM LOAD-REDIRECTS
               SET TABLES-LOADED TO TRUE
           END-IF.
           MOVE LOWER-CASE(TRIM(TGR-TAG)) TO WS-WANT.
           MOVE SPACES TO TGR-DISPLAY TGR-DESC.
           SET TGR-AS-GIVEN TO TRUE.
           IF WS-WANT = SPACES
               SET TGR-UNKNOWN TO TRUE
               GOBACK
           END-IF.
           MOVE 0 TO WS-HOPS.
           PERFORM FIND-REDIRECT.
           PERFORM UNTIL WS-HIT = 0 OR WS-HOPS >= 10
               ADD 1 TO WS-HOPS
               MOVE WS-R-NEW(WS-HIT) TO WS-WANT
               SET TGR-BY-REDIRECT TO TRUE
               PERFORM FIND-REDIRECT
           END-PERFORM.
           PERFORM FIND-MASTER.
           IF WS-HIT = 0
               PERFORM FIND-SYNONYM
               IF WS-HIT > 0
                   SET TGR-BY-SYNONYM TO TRUE
                   MOVE WS-M-NAME(WS-HIT) TO WS-WANT
               END-IF
           END-IF.
           IF WS-HIT > 0
               MOVE WS-M-DISPLAY(WS-HIT) TO TGR-DISPLAY
               MOVE WS-M-DESC(WS-HIT) TO TGR-DESC
           ELSE
               IF TGR-AS-GIVEN
                   SET TGR-UNKNOWN TO TRUE
               END-IF
           END-IF.
           IF TGR-DISPLAY = SPACES
               MOVE WS-WANT TO TGR-DISPLAY
           END-IF.
           MOVE WS-WANT TO TGR-TAG.
       GOBACK.

       FIND-REDIRECT.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-REDIRECT-COUNT OR WS-HIT > 0
               IF WS-R-OLD(WS-MX) = WS-WANT
                   MOVE WS-MX TO WS-HIT
               END-IF
           END-PERFORM.

       FIND-MASTER.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT OR WS-HIT > 0
               IF WS-M-NAME(WS-MX) = WS-WANT
                   MOVE WS-MX TO WS-HIT
               END-IF
           END-PERFORM.

      *    THE SYNONYM LIST IS HELD WRAPPED IN COMMAS AND SEARCHED
      *    FOR ,WANT, - 'art' CANNOT MATCH 'heart'.
       FIND-SYNONYM.
           MOVE 0 TO WS-HIT.
           MOVE SPACES TO WS-NEEDLE.
           STRING ',' DELIMITED BY SIZE
                  TRIM(WS-WANT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-NEEDLE
           END-STRING.
           MOVE LENGTH(TRIM(WS-NEEDLE)) TO WS-NEEDLE-LEN.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT OR WS-HIT > 0
               MOVE 0 TO WS-SYN-HITS
               INSPECT WS-M-SYNONYMS(WS-MX) TALLYING WS-SYN-HITS
                   FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN)
               IF WS-SYN-HITS > 0
                   MOVE WS-MX TO WS-HIT
               END-IF
           END-PERFORM.

       LOAD-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TAG-FILE.
           IF WS-TAG-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ TAG-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE TAG-FILE
           END-IF.

       TAKE-MASTER-ROW.
           MOVE SPACES TO TAG-RECORD.
           UNSTRING TAG-FILE-LINE DELIMITED BY '|'
               INTO TAG-NAME TAG-DISPLAY TAG-DESC TAG-SYNONYMS
           END-UNSTRING.
           IF TAG-NAME NOT = SPACES AND WS-MASTER-COUNT < 300
               ADD 1 TO WS-MASTER-COUNT
               MOVE LOWER-CASE(TRIM(TAG-NAME))
                   TO WS-M-NAME(WS-MASTER-COUNT)
               MOVE TAG-DISPLAY TO WS-M-DISPLAY(WS-MASTER-COUNT)
               MOVE TAG-DESC TO WS-M-DESC(WS-MASTER-COUNT)
               MOVE SPACES TO WS-M-SYNONYMS(WS-MASTER-COUNT)
               STRING ',' DELIMITED BY SIZE
                      LOWER-CASE(TRIM(TAG-SYNONYMS)) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                   INTO WS-M-SYNONYMS(WS-MASTER-COUNT)
               END-STRING
           END-IF.

       LOAD-REDIRECTS.
           MOVE 0 TO WS-REDIRECT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REDIRECT-FILE.
           IF WS-REDIRECT-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ REDIRECT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-REDIRECT-ROW
                   END-READ
               END-PERFORM
               CLOSE REDIRECT-FILE
           END-IF.

       TAKE-REDIRECT-ROW.
           IF WS-REDIRECT-COUNT < 300
               ADD 1 TO WS-REDIRECT-COUNT
               MOVE SPACES TO WS-R-OLD(WS-REDIRECT-COUNT)
                   WS-R-NEW(WS-REDIRECT-COUNT)
               UNSTRING REDIRECT-FILE-LINE DELIMITED BY '|'
                   INTO WS-R-OLD(WS-REDIRECT-COUNT)
                        WS-R-NEW(WS-REDIRECT-COUNT)
                        WS-R-STAMP
               END-UNSTRING
               IF WS-R-OLD(WS-REDIRECT-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-REDIRECT-COUNT
               END-IF
           END-IF.
       END PROGRAM TAGRES.
