      *    THE VISITOR LOG, THE RUNNING TOTAL, OR THE MILESTONES -
      *    THEY GO TO data/BOTHITS.DAT SO CRAWLRPT.COB CAN STILL SAY
      *    WHO IS INDEXING US. CELEBRATING VISITOR 50,000 WHEN HALF
      *    OF THEM WERE ONE SEARCH BOT WAS EMBARRASSING. A via= CODE
      *    ON THE QUERY STRING (THE CAMPAIGN TAG THE MAIL, FEED, TOOT
      *    AND RING LINKS CARRY - SEE HITREC.CPY) RIDES ON THE HIT
      *    ROW AS A THIRD FIELD FOR CAMPRPT.COB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-SPOOL-ROW        PIC X(2000) VALUE SPACES.
       01  WS-SPOOL-VERDICT    PIC X       VALUE 'F'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-QUERY-STRING     PIC X(1000) VALUE SPACES.
       01  WS-PG-SCRAP         PIC X(1000).
       01  WS-PG-REST          PIC X(1000).
       01  WS-VIA-WORD         PIC X(20)   VALUE SPACES.
       01  WS-VIA-IDX          PIC 9(2).
       01  WS-VIA-BAD          PIC 9(2)    VALUE 0.
       LINKAGE SECTION.
       01  LS-PAGE-ID          PIC X(20).
       01  LS-MILESTONE        PIC 9(8).
           END-CALL.
           MOVE LS-PAGE-ID TO HIT-PAGE-ID.
           MOVE WS-TIMESTAMP(1:8) TO HIT-DATE.
           PERFORM EXTRACT-CAMPAIGN.
           MOVE SPACES TO HIT-FILE-LINE.
           IF HIT-CAMPAIGN = SPACES
               STRING FUNCTION TRIM(HIT-PAGE-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      HIT-DATE DELIMITED BY SIZE
                   INTO HIT-FILE-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(HIT-PAGE-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      HIT-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(HIT-CAMPAIGN) DELIMITED BY SIZE
                   INTO HIT-FILE-LINE
               END-STRING
           END-IF.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
           END-CALL.
       GOBACK.

      *    THE CODE IS KEPT ONLY IF IT IS SHORT LOWER-CASE LETTERS
      *    AND DIGITS - ANYTHING ELSE IS A HAND-EDITED OR MANGLED URL
      *    AND THE VISIT IS LOGGED UNTAGGED RATHER THAN MISFILED.
       EXTRACT-CAMPAIGN.
           MOVE SPACES TO HIT-CAMPAIGN WS-VIA-WORD WS-QUERY-STRING
               WS-PG-SCRAP WS-PG-REST.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           UNSTRING WS-QUERY-STRING DELIMITED BY 'via='
               INTO WS-PG-SCRAP WS-PG-REST
           END-UNSTRING.
           IF WS-PG-REST NOT = SPACES
               UNSTRING WS-PG-REST DELIMITED BY '&'
                   INTO WS-VIA-WORD
               END-UNSTRING
               MOVE 0 TO WS-VIA-BAD
               PERFORM VARYING WS-VIA-IDX FROM 1 BY 1
                       UNTIL WS-VIA-IDX > 20
                   IF WS-VIA-WORD(WS-VIA-IDX:1) NOT = SPACE
                           AND (WS-VIA-WORD(WS-VIA-IDX:1) < 'a'
                               OR WS-VIA-WORD(WS-VIA-IDX:1) > 'z')
                           AND (WS-VIA-WORD(WS-VIA-IDX:1) < '0'
                               OR WS-VIA-WORD(WS-VIA-IDX:1) > '9')
                       ADD 1 TO WS-VIA-BAD
                   END-IF
               END-PERFORM
               IF WS-VIA-BAD = 0 AND WS-VIA-WORD(11:10) = SPACES
                   MOVE WS-VIA-WORD TO HIT-CAMPAIGN
               END-IF
           END-IF.

      *    SAME ROW SHAPE AS THE VISITOR LOG, SEPARATE FILE - THE
      *    CRAWLERS STILL LEAVE A TRAIL WITHOUT INFLATING ANYTHING.
       RECORD-BOT-HIT.
