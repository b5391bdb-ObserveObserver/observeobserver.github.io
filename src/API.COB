      *    data/STORIES/<ID>.TXT; r=keyboards IS THE COLLECTION FROM
      *    data/KEYBOARD.DAT WITH A REVIEW COUNT AND AVERAGE READER
      *    RATING SUMMED FROM data/KBREVIEW.DAT. ANYTHING ELSE GETS A
      *    SMALL JSON ERROR, NEVER HTML. A POST WITH THE SECRET OF A
      *    NAMED KEY FROM data/API-KEYS.DAT (APIKEY.COB ISSUES ONE PER
      *    DEVICE OR COLLABORATOR, SO LOSING A PHONE MEANS REVOKING
      *    ONE KEY) OPENS THE WRITE SIDE - DRAFTING ON
      *    THE ROAD: w=draft CREATES A DRAFT STORY ROW, w=body
      *    APPENDS A PARAGRAPH TO A DRAFT'S BODY FILE, w=meta
      *    UPDATES A DRAFT'S TITLE/EXCERPT/PUBDATE/TAGS. DRAFTS
      *    ONLY, ALWAYS: A ROW THAT ISN'T STORY-DRAFT = 'Y' CANNOT
      *    BE TOUCHED AND NOTHING HERE CAN FLIP THE FLAG, SO
      *    PUBLISHING STAYS A DELIBERATE ACT AT THE DESK. EVERY
      *    w=body APPEND IS COUNTED INTO data/WRITING-LOG.DAT THROUGH
      *    WRITELOG.CBL, SO A DAY'S WRITING ON THE ROAD SHOWS UP IN
      *    WRITERPT.COB. EACH OP NEEDS ITS OWN SCOPE ON THE KEY
      *    (draft-create, body-append, meta-edit; A read-only KEY
      *    WRITES NOTHING), AND A KEY LIMITED TO AUTHOR IDS TOUCHES
      *    ONLY DRAFTS NAMING ONE OF THEM IN STORY-AUTHORS - A DRAFT
      *    IT CREATES IS CREDITED TO THOSE AUTHORS. EVERY WRITE CALL,
      *    GRANTED OR REFUSED, IS APPENDED TO data/API-LOG.DAT AS
      *    stamp|address|key name|op|id|outcome - A REVOKED OR
      *    UNKNOWN SECRET INCLUDED, UNDER THE REVOKED KEY'S NAME OR
      *    '-'. THE SECRET ITSELF IS NEVER WRITTEN THERE. WHILE
      *    data/STAGE-MODE.DAT SAYS on, WRITES GO TO THE STAGING COPY
      *    OF data/STORY.DAT (STAGEDIR.CBL) AND A GRANTED draft OR
      *    meta CALL IS LOGGED staged, NOT ok - IT REACHES THE LIVE
      *    FILE ONLY WHEN STAGE.COB PROMOTES IT. BODY FILES ARE NOT
      *    STAGED, SO A body CALL IS ok EITHER WAY.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT APIKEY-FILE ASSIGN TO "data/API-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIKEY-STATUS.
           SELECT APILOG-FILE ASSIGN TO "data/API-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APILOG-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/API-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           COPY 'KBFD.CPY'.
           COPY 'KBREVFD.CPY' REPLACING KB-REVIEW-FILE BY REVIEW-FILE
               KB-REVIEW-FILE-LINE BY REVIEW-FILE-LINE.
           COPY 'APIKEYFD.CPY'.
       FD  APILOG-FILE.
       01  APILOG-FILE-LINE    PIC X(200).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(2000).
       WORKING-STORAGE SECTION.
           COPY 'KBREC.CPY'.
           COPY 'KBREVREC.CPY'.
           COPY 'JSONESCWS.CPY'.
           COPY 'STAGEDIR.CPY'.
           COPY 'URLDECWS.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-COUNT-EDIT       PIC ZZZ9.
       01  WS-AVG-EDIT         PIC Z9.9.
      *    WRITE-SIDE PLUMBING.
       01  WS-APIKEY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-APILOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10)   VALUE SPACES.
       01  WS-POST-BODY        PIC X(4000) VALUE SPACES.
           COPY 'APIKEYREC.CPY'.
       01  WS-APIKEY-EOF       PIC X       VALUE 'N'.
               88  APIKEY-EOF                  VALUE 'Y'.
       01  WS-KEY-STATE        PIC X       VALUE 'U'.
               88  KEY-UNKNOWN                 VALUE 'U'.
               88  KEY-LIVE                    VALUE 'A'.
               88  KEY-DEAD                    VALUE 'R'.
       01  WS-W-KEY-NAME       PIC X(20)   VALUE SPACES.
       01  WS-W-ERROR          PIC X(60)   VALUE SPACES.
       01  WS-REMOTE-ADDR      PIC X(40)   VALUE SPACES.
      *    SCOPE AND AUTHOR CHECKS - BOTH LISTS ARE MATCHED WITH THE
      *    COMMAS AROUND EACH ITEM SO body-append NEVER MATCHES
      *    INSIDE SOME LONGER NAME.
       01  WS-W-SCOPE          PIC X(20)   VALUE SPACES.
       01  WS-SCOPE-LIST       PIC X(64)   VALUE SPACES.
       01  WS-SCOPE-PROBE      PIC X(24)   VALUE SPACES.
       01  WS-SCOPE-HITS       PIC 9(3)    VALUE 0.
       01  WS-SCOPE-OK         PIC X       VALUE 'N'.
               88  SCOPE-GRANTED               VALUE 'Y'.
       01  WS-ROW-AUTHORS      PIC X(30)   VALUE SPACES.
       01  WS-AUTHOR-OK        PIC X       VALUE 'N'.
               88  AUTHOR-COVERED              VALUE 'Y'.
       01  WS-KA-PTR           PIC 9(3).
       01  WS-KA-LEN           PIC 9(3).
       01  WS-KA-ITEM          PIC X(8).
       01  WS-RA-PTR           PIC 9(3).
       01  WS-RA-LEN           PIC 9(3).
       01  WS-RA-ITEM          PIC X(8).
       01  WS-W-TOKEN          PIC X(60)   VALUE SPACES.
       01  WS-W-OP             PIC X(10)   VALUE SPACES.
       01  WS-W-ID             PIC X(8)    VALUE SPACES.
       01  WS-POST-PAIR        PIC X(4000) VALUE SPACES.
       01  WS-PAIR-PTR         PIC 9(4)    VALUE 1.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-WLOG-SOURCE      PIC X(10)   VALUE 'api'.
       01  WS-WLOG-ADDED       PIC S9(7)   VALUE 0.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'API' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST'
               SET STG-EDITOR TO TRUE
               CALL 'STAGEDIR' USING STAGE-SWITCH
                   ON EXCEPTION
                       SET STG-LIVE TO TRUE
               END-CALL
               CALL 'HTTPHDR' USING WS-CONTENT-TYPE
               PERFORM HANDLE-WRITE-REQUEST
               SET RTM-REQUEST-END TO TRUE
               PERFORM MARK-RENDER-TIME
               GOBACK
           END-IF.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
               WHEN OTHER
                   DISPLAY '{ "error": "unknown resource" }'
           END-EVALUATE.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-API-PARAMS.
           END-IF.

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

       STORY-IS-SERVABLE.
      *    excerpt, pubdate, tags, body THE OPERATION USES - IN ANY
      *    ORDER, ROUTED BY NAME BELOW.
       HANDLE-WRITE-REQUEST.
           MOVE SPACES TO WS-POST-BODY WS-W-ERROR.
           ACCEPT WS-POST-BODY.
           ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT 'REMOTE_ADDR'.
           PERFORM EXTRACT-WRITE-FIELDS.
           PERFORM FIND-API-KEY.
           PERFORM CHECK-KEY-SCOPE.
           EVALUATE TRUE
               WHEN KEY-UNKNOWN
                   MOVE 'bad token' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN KEY-DEAD
                   MOVE 'key revoked' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-ID) = SPACES
                   MOVE 'id is required' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN WS-W-SCOPE = SPACES
                   MOVE 'unknown write op' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN NOT SCOPE-GRANTED
                   MOVE SPACES TO WS-W-ERROR
                   STRING 'key lacks the ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-W-SCOPE) DELIMITED BY SIZE
                          ' scope' DELIMITED BY SIZE
                       INTO WS-W-ERROR
                   END-STRING
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-OP) = 'draft'
                   PERFORM CREATE-DRAFT-ROW
               WHEN FUNCTION TRIM(WS-W-OP) = 'body'
                   PERFORM APPEND-DRAFT-BODY
               WHEN FUNCTION TRIM(WS-W-OP) = 'meta'
                   PERFORM UPDATE-DRAFT-META
           END-EVALUATE.
           PERFORM LOG-WRITE-CALL.

      *    EVERY REFUSAL GOES OUT THROUGH HERE, SO THE SAME TEXT THE
      *    CLIENT SEES IS THE OUTCOME THE LOG RECORDS.
       EMIT-WRITE-ERROR.
           DISPLAY '{ "error": "' FUNCTION TRIM(WS-W-ERROR) '" }'.

       FIND-API-KEY.
           SET KEY-UNKNOWN TO TRUE.
           MOVE '-' TO WS-W-KEY-NAME.
           MOVE SPACES TO APIKEY-RECORD.
           MOVE 'N' TO WS-APIKEY-EOF.
           IF FUNCTION TRIM(WS-W-TOKEN) NOT = SPACES
               OPEN INPUT APIKEY-FILE
               IF WS-APIKEY-STATUS = '00'
                   PERFORM UNTIL APIKEY-EOF OR NOT KEY-UNKNOWN
                       READ APIKEY-FILE
                           AT END
                               SET APIKEY-EOF TO TRUE
                           NOT AT END
                               PERFORM MATCH-API-KEY
                       END-READ
                   END-PERFORM
                   CLOSE APIKEY-FILE
               END-IF
           END-IF.
           IF KEY-UNKNOWN
               MOVE SPACES TO APIKEY-RECORD
           END-IF.

       MATCH-API-KEY.
           MOVE SPACES TO APIKEY-RECORD.
           UNSTRING APIKEY-FILE-LINE DELIMITED BY '|'
               INTO APIKEY-NAME APIKEY-SECRET APIKEY-SCOPES
                    APIKEY-AUTHORS APIKEY-STATUS APIKEY-ISSUED
                    APIKEY-REVOKED-AT
           END-UNSTRING.
           IF FUNCTION TRIM(APIKEY-SECRET) NOT = SPACES
                   AND FUNCTION TRIM(APIKEY-SECRET) =
                       FUNCTION TRIM(WS-W-TOKEN)
               MOVE APIKEY-NAME TO WS-W-KEY-NAME
               IF APIKEY-ACTIVE
                   SET KEY-LIVE TO TRUE
               ELSE
                   SET KEY-DEAD TO TRUE
               END-IF
           END-IF.

       CHECK-KEY-SCOPE.
           MOVE 'N' TO WS-SCOPE-OK.
           EVALUATE FUNCTION TRIM(WS-W-OP)
               WHEN 'draft'
                   MOVE 'draft-create' TO WS-W-SCOPE
               WHEN 'body'
                   MOVE 'body-append' TO WS-W-SCOPE
               WHEN 'meta'
                   MOVE 'meta-edit' TO WS-W-SCOPE
               WHEN OTHER
                   MOVE SPACES TO WS-W-SCOPE
           END-EVALUATE.
           IF WS-W-SCOPE NOT = SPACES
               MOVE SPACES TO WS-SCOPE-LIST WS-SCOPE-PROBE
               STRING ',' DELIMITED BY SIZE
                      FUNCTION TRIM(APIKEY-SCOPES) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                   INTO WS-SCOPE-LIST
               END-STRING
               STRING ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-W-SCOPE) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                   INTO WS-SCOPE-PROBE
               END-STRING
               MOVE 0 TO WS-SCOPE-HITS
               INSPECT WS-SCOPE-LIST TALLYING WS-SCOPE-HITS
                   FOR ALL WS-SCOPE-PROBE(1:
                       FUNCTION LENGTH(FUNCTION TRIM(WS-SCOPE-PROBE)))
               IF WS-SCOPE-HITS > 0
                   SET SCOPE-GRANTED TO TRUE
               END-IF
           END-IF.

      *    A KEY WITH NO AUTHOR LIMIT COVERS EVERY DRAFT; OTHERWISE
      *    ONE OF ITS AUTHOR IDS HAS TO APPEAR IN THE ROW'S
      *    STORY-AUTHORS LIST.
       CHECK-ROW-AUTHORS.
           MOVE 'N' TO WS-AUTHOR-OK.
           IF FUNCTION TRIM(APIKEY-AUTHORS) = SPACES
               SET AUTHOR-COVERED TO TRUE
           ELSE
               MOVE 1 TO WS-KA-PTR
               MOVE FUNCTION LENGTH(FUNCTION TRIM(APIKEY-AUTHORS))
                   TO WS-KA-LEN
               PERFORM UNTIL WS-KA-PTR > WS-KA-LEN OR AUTHOR-COVERED
                   MOVE SPACES TO WS-KA-ITEM
                   UNSTRING APIKEY-AUTHORS DELIMITED BY ','
                       INTO WS-KA-ITEM
                       WITH POINTER WS-KA-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-KA-ITEM) NOT = SPACES
                       MOVE 1 TO WS-RA-PTR
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(WS-ROW-AUTHORS)) TO WS-RA-LEN
                       PERFORM UNTIL WS-RA-PTR > WS-RA-LEN
                               OR AUTHOR-COVERED
                           MOVE SPACES TO WS-RA-ITEM
                           UNSTRING WS-ROW-AUTHORS DELIMITED BY ','
                               INTO WS-RA-ITEM
                               WITH POINTER WS-RA-PTR
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RA-ITEM) =
                                   FUNCTION TRIM(WS-KA-ITEM)
                               SET AUTHOR-COVERED TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       LOG-WRITE-CALL.
           MOVE SPACES TO APILOG-FILE-LINE.
           MOVE 1 TO WS-PAIR-PTR.
           STRING WS-TODAY-STAMP(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REMOTE-ADDR) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-W-KEY-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-W-OP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-W-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
               INTO APILOG-FILE-LINE
               WITH POINTER WS-PAIR-PTR
           END-STRING.
           IF WS-W-ERROR = SPACES
               IF STG-STAGED AND WS-W-OP NOT = 'body'
                   STRING 'staged' DELIMITED BY SIZE
                       INTO APILOG-FILE-LINE
                       WITH POINTER WS-PAIR-PTR
                   END-STRING
               ELSE
                   STRING 'ok' DELIMITED BY SIZE
                       INTO APILOG-FILE-LINE
                       WITH POINTER WS-PAIR-PTR
                   END-STRING
               END-IF
           ELSE
               STRING FUNCTION TRIM(WS-W-ERROR) DELIMITED BY SIZE
                   INTO APILOG-FILE-LINE
                   WITH POINTER WS-PAIR-PTR
               END-STRING
           END-IF.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND APILOG-FILE.
           IF WS-APILOG-STATUS NOT = '00'
               OPEN OUTPUT APILOG-FILE
           END-IF.
           WRITE APILOG-FILE-LINE.
           CLOSE APILOG-FILE.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    THE PAIRS ARE ROUTED BY NAME, THE WAY SUBSCRIBE.COB
      *    TAKES ITS FORM - A MINIMAL w=body OR w=meta POST THAT
                   MOVE WS-POST-PAIR(6:) TO WS-W-BODY
           END-EVALUATE.

      *    WHETHER THE ID ALREADY EXISTS, WHETHER THE EXISTING
      *    ROW IS STILL A DRAFT, AND WHETHER IT IS ONE OF THE KEY'S
      *    AUTHORS' - EVERYTHING THE WRITE OPS NEED TO REFUSE
      *    POLITELY.
       LOOK-UP-WRITE-ROW.
           MOVE 'N' TO WS-ROW-SEEN WS-ROW-DRAFT WS-EOF.
           MOVE SPACES TO WS-ROW-AUTHORS.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF OR ROW-SEEN
                           IF FUNCTION TRIM(STORY-ID) =
                                   FUNCTION TRIM(WS-W-ID)
                               SET ROW-SEEN TO TRUE
                               MOVE STORY-AUTHORS TO WS-ROW-AUTHORS
                               IF STORY-DRAFT = 'Y'
                                   SET ROW-IS-DRAFT TO TRUE
                               END-IF
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           PERFORM CHECK-ROW-AUTHORS.

      *    THE FULL SEVENTEEN-COLUMN DRAFT SHAPE - NO PROGRAM, DRAFT
      *    Y, NOTHING SERVES IT UNTIL IT IS PUBLISHED AT THE DESK.
      *    A KEY LIMITED TO AUTHORS CREDITS THEM ON THE NEW ROW, SO
      *    THE SAME KEY CAN GO ON WRITING TO IT.
       CREATE-DRAFT-ROW.
           PERFORM LOOK-UP-WRITE-ROW.
           EVALUATE TRUE
               WHEN ROW-SEEN
                   MOVE 'id already exists' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-TITLE) = SPACES
                   MOVE 'title is required' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION LENGTH(
                       FUNCTION TRIM(WS-W-TITLE)) > 30
                   MOVE 'title longer than 30' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-PUBDATE) NOT = SPACES
                       AND (FUNCTION LENGTH(FUNCTION TRIM(
                           WS-W-PUBDATE)) NOT = 8
                           OR WS-W-PUBDATE(1:8) IS NOT NUMERIC)
                   MOVE 'pubdate not YYYYMMDD' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN OTHER
                   MOVE 'L' TO WS-GUARD-ACTION
                   CALL 'FGUARD' USING WS-GUARD-ACTION
                          '||' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-W-TAGS)
                              DELIMITED BY SIZE
                          '||Y||||||' DELIMITED BY SIZE
                          FUNCTION TRIM(APIKEY-AUTHORS)
                              DELIMITED BY SIZE
                          '|||' DELIMITED BY SIZE
                       INTO STORY-FILE-LINE
                   END-STRING
                   OPEN EXTEND STORY-FILE
           PERFORM LOOK-UP-WRITE-ROW.
           EVALUATE TRUE
               WHEN NOT ROW-SEEN
                   MOVE 'no such draft' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN NOT ROW-IS-DRAFT
                   MOVE 'not a draft - the desk owns published stories'
                       TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN NOT AUTHOR-COVERED
                   MOVE 'draft belongs to another author' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-BODY) = SPACES
                   MOVE 'body text is empty' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN OTHER
                   MOVE SPACES TO WS-BODY-FILENAME
                   STRING 'data/STORIES/' DELIMITED BY SIZE
                   MOVE WS-W-BODY TO STORY-BODY-LINE
                   WRITE STORY-BODY-LINE
                   CLOSE STORY-BODY-FILE
                   CALL 'WRITELOG' USING WS-W-ID WS-WLOG-SOURCE
                       WS-WLOG-ADDED
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   DISPLAY '{ "ok": "paragraph appended" }'
           END-EVALUATE.

           PERFORM LOOK-UP-WRITE-ROW.
           EVALUATE TRUE
               WHEN NOT ROW-SEEN
                   MOVE 'no such draft' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN NOT ROW-IS-DRAFT
                   MOVE 'not a draft - the desk owns published stories'
                       TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN NOT AUTHOR-COVERED
                   MOVE 'draft belongs to another author' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-TITLE) NOT = SPACES
                       AND FUNCTION LENGTH(
                           FUNCTION TRIM(WS-W-TITLE)) > 30
                   MOVE 'title longer than 30' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN FUNCTION TRIM(WS-W-PUBDATE) NOT = SPACES
                       AND (FUNCTION LENGTH(FUNCTION TRIM(
                           WS-W-PUBDATE)) NOT = 8
                           OR WS-W-PUBDATE(1:8) IS NOT NUMERIC)
                   MOVE 'pubdate not YYYYMMDD' TO WS-W-ERROR
                   PERFORM EMIT-WRITE-ERROR
               WHEN OTHER
                   PERFORM REWRITE-DRAFT-ROW
                   DISPLAY '{ "ok": "draft updated" }'
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-KEYBOARD)
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-LICENCE)
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-CW-CATS)
                          DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           ELSE

           COPY 'JSONESC.CPY'.
           COPY 'URLDEC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM API.
