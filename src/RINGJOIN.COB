      *    URL, CONTACT) INTO data/RING-PENDING.DAT FOR APPROVERG.COB
      *    TO MODERATE, GUESTBOOK-STYLE - INCLUDING THE SHARED SPAM
      *    SCREEN AND ADDRESS THROTTLE EVERY OTHER FORM GETS.
      *    RINGJOIN.COB?m=<TOKEN> IS A MEMBER'S OWN PAGE - THE TOKEN
      *    APPROVERG.COB MAILED ON ADMISSION. FROM IT A MEMBER CAN
      *    RENAME THEIR SITE (STRAIGHT AWAY, AFTER THE SAME SCREENS
      *    AS AN APPLICATION), ASK TO MOVE IT TO A NEW URL (PROBED
      *    THE WAY RINGCHK.COB PROBES, THEN HELD IN
      *    data/RING-CHANGES.DAT FOR APPROVERG.COB), ASK TO BE PUT
      *    BACK INTO ROTATION AFTER A DROP OR A LEAVE (THE CURRENT
      *    URL IS PROBED AND MUST ANSWER), OR LEAVE THE RING (STATUS
      *    'L'). EVERY CHANGE IS WRITTEN TO data/RING-LOG.DAT WITH
      *    THE ADDRESS IT CAME FROM. THE PROBE RUNS BEFORE THE FILE
      *    LOCK IS TAKEN, NEVER UNDER IT. UNDER THE MEMBER LIST A
      *    TRAFFIC LINE COUNTS THE HOPS RINGHOP.COB HAS LOGGED TO
      *    data/RING-HOPS.DAT - THIS MONTH, LAST MONTH AND IN ALL.
      *    AN APPLICATION'S CONTACT GOES ON THE CONSENT REGISTER
      *    THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT PENDING-FILE ASSIGN TO "data/RING-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "data/RING-CHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/RINGJOIN-KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT RING-LOG-FILE ASSIGN TO "data/RING-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RING-LOG-STATUS.
           SELECT PROBE-FILE ASSIGN TO "data/RINGJOIN-PROBE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT RING-HOP-FILE ASSIGN TO "data/RING-HOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'RINGMFD.CPY'.
       FD  PENDING-FILE.
       01  PENDING-FILE-LINE   PIC X(400).
      *    HELD URL CHANGE - RM-ID|NEW URL|DATE ASKED|OLD URL.
       FD  CHANGE-FILE.
       01  CHANGE-FILE-LINE    PIC X(300).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(300).
      *    MEMBER HISTORY - STAMP|RM-ID|ACTION|DETAIL|ADDRESS.
       FD  RING-LOG-FILE.
       01  RING-LOG-FILE-LINE  PIC X(300).
       FD  PROBE-FILE.
       01  PROBE-FILE-LINE     PIC X(10).
           COPY 'RINGHFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'RINGMREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-CHANGE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-RING-LOG-STATUS  PIC X(2)    VALUE '00'.
       01  WS-PROBE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CHANGE-EOF       PIC X       VALUE 'N'.
               88  CHANGE-EOF                  VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  MEMBER-EOF                  VALUE 'Y'.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE SPACES.
       01  WS-GUARD-ACTION     PIC X.
      *    THE MEMBER PAGE. THE TOKEN COMES FROM ?m= ON A GET AND
      *    FROM THE HIDDEN m FIELD ON A POST; THE MEMBER'S OWN ROW IS
      *    COPIED OUT BY LOAD-MEMBER-BY-TOKEN BECAUSE THE MEMBER LIST
      *    REUSES THE RECORD AREA.
       01  WS-QUERY-STRING     PIC X(200)  VALUE SPACES.
       01  WS-PG-SCRAP         PIC X(200)  VALUE SPACES.
       01  WS-PG-REST          PIC X(200)  VALUE SPACES.
       01  WS-MEMBER-TOKEN     PIC X(12)   VALUE SPACES.
       01  WS-MEMBER-ACT       PIC X(10)   VALUE SPACES.
       01  WS-MEMBER-FOUND     PIC X       VALUE 'N'.
               88  MEMBER-FOUND                VALUE 'Y'.
       01  WS-MY-ID            PIC X(8)    VALUE SPACES.
       01  WS-MY-NAME          PIC X(40)   VALUE SPACES.
       01  WS-MY-URL           PIC X(120)  VALUE SPACES.
       01  WS-MY-STATUS        PIC X(1)    VALUE SPACES.
       01  WS-MEMBER-NOTE      PIC X(160)  VALUE SPACES.
       01  WS-PAIR-TABLE.
               05  WS-PAIR         OCCURS 6 TIMES PIC X(400).
       01  WS-PAIR-IDX         PIC 9(2).
       01  WS-PAIR-KEY         PIC X(10).
       01  WS-PAIR-VALUE       PIC X(400).
      *    WHAT REWRITE-MY-ROW CHANGES - BLANK MEANS LEAVE AS IS.
       01  WS-NEW-NAME         PIC X(40)   VALUE SPACES.
       01  WS-NEW-STATUS       PIC X(1)    VALUE SPACES.
       01  WS-NEW-VERIFIED     PIC X(8)    VALUE SPACES.
       01  WS-LOG-ACTION       PIC X(10)   VALUE SPACES.
       01  WS-LOG-DETAIL       PIC X(200)  VALUE SPACES.
       01  WS-PROBE-URL        PIC X(120)  VALUE SPACES.
       01  WS-CHG-ID           PIC X(8)    VALUE SPACES.
       01  WS-CURL-COMMAND     PIC X(300).
       01  WS-HTTP-CODE        PIC X(10).
       01  WS-BAD-COUNT        PIC 9(4)    VALUE 0.
       01  WS-URL-OK           PIC X       VALUE 'N'.
               88  URL-OK                      VALUE 'Y'.
      *    THE RING'S TRAFFIC LINE.
       01  WS-HOP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-HOP-EOF          PIC X       VALUE 'N'.
               88  HOP-EOF                     VALUE 'Y'.
       01  WS-THIS-YM.
               05  WS-THIS-YEAR    PIC 9(4).
               05  WS-THIS-MON     PIC 9(2).
       01  WS-LAST-YM.
               05  WS-LAST-YEAR    PIC 9(4).
               05  WS-LAST-MON     PIC 9(2).
       01  WS-HOPS-THIS        PIC 9(6)    VALUE 0.
       01  WS-HOPS-LAST        PIC 9(6)    VALUE 0.
       01  WS-HOPS-ALL         PIC 9(7)    VALUE 0.
       01  WS-HOPS-THIS-ED     PIC Z(5)9.
       01  WS-HOPS-LAST-ED     PIC Z(5)9.
       01  WS-HOPS-ALL-ED      PIC Z(6)9.
      *    READ-ONLY DEGRADED MODE - SEE DEGRADED.CBL. WHEN data/
      *    CANNOT BE WRITTEN THE FORM SAYS SO INSTEAD OF FAILING
      *    RAW; THE REST OF THE PAGE RENDERS FROM ITS READ-ONLY
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'RINGJOIN' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'ring - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           PERFORM EXTRACT-MEMBER-TOKEN.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
                   = 'POST' AND NOT PAUSED
               PERFORM ACCEPT-SUBMISSION
               IF WS-MEMBER-TOKEN = SPACES
                       AND FUNCTION TRIM(WS-FIELD-SITE) NOT = SPACES
                       AND WS-FIELD-URL(1:4) = 'http'
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                   END-IF
               END-IF
           END-IF.
           IF WS-MEMBER-TOKEN NOT = SPACES
               PERFORM LOAD-MEMBER-BY-TOKEN
               IF MEMBER-FOUND AND WS-MEMBER-ACT NOT = SPACES
                   PERFORM SCREEN-SUBMISSION
                   IF WS-SPAM-VERDICT = 'A'
                       PERFORM RUN-MEMBER-ACTION
                       PERFORM LOAD-MEMBER-BY-TOKEN
                   ELSE
                       MOVE 'that change was held back - try later.'
                           TO WS-MEMBER-NOTE
                   END-IF
               END-IF
           END-IF.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
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
                   END-DIV
               END-DISPLAY
           END-IF.
           IF WS-MEMBER-TOKEN NOT = SPACES
               PERFORM EMIT-MEMBER-PANEL
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'hostedring' CLOSE-DIV
                 H1 CLOSE-H1
                 END-PARA
           END-DISPLAY.
           PERFORM EMIT-MEMBER-LIST.
           PERFORM EMIT-HOP-SUMMARY.
           DISPLAY
                 H1 CLOSE-H1
                   'join'
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"apply"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       ACCEPT-SUBMISSION.
               WS-FIELD-CONTACT WS-FIELD-WEBSITE.
           ACCEPT WS-POST-BODY.
           INSPECT WS-POST-BODY REPLACING ALL '+' BY ' '.
           IF WS-POST-BODY(1:2) = 'm='
               PERFORM ACCEPT-MEMBER-ACTION
           END-IF.
           IF WS-POST-BODY(1:5) = 'site='
               UNSTRING WS-POST-BODY DELIMITED BY '&url='
                   OR '&contact=' OR '&website='
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(WS-FIELD-CONTACT) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE WS-FIELD-CONTACT TO CONSENT-ADDRESS.
           MOVE 'ring' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       EMIT-MEMBER-LIST.
           MOVE 'N' TO WS-EOF.
               CLOSE RING-MEMBER-FILE
           END-IF.

       EMIT-HOP-SUMMARY.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-YM.
           MOVE WS-THIS-YM TO WS-LAST-YM.
           IF WS-LAST-MON = 1
               MOVE 12 TO WS-LAST-MON
               SUBTRACT 1 FROM WS-LAST-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LAST-MON
           END-IF.
           MOVE 'N' TO WS-HOP-EOF.
           OPEN INPUT RING-HOP-FILE.
           IF WS-HOP-STATUS = '00'
               PERFORM UNTIL HOP-EOF
                   READ RING-HOP-FILE
                       AT END
                           SET HOP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOPS-ALL
                           EVALUATE RING-HOP-LINE(1:6)
                               WHEN WS-THIS-YM
                                   ADD 1 TO WS-HOPS-THIS
                               WHEN WS-LAST-YM
                                   ADD 1 TO WS-HOPS-LAST
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RING-HOP-FILE
           END-IF.
           MOVE WS-HOPS-THIS TO WS-HOPS-THIS-ED.
           MOVE WS-HOPS-LAST TO WS-HOPS-LAST-ED.
           MOVE WS-HOPS-ALL TO WS-HOPS-ALL-ED.
           DISPLAY
               DIV LINEAGE BECOMES 'ringtraffic' CLOSE-DIV
                 'ring traffic: '
                 FUNCTION TRIM(WS-HOPS-THIS-ED) ' hop(s) this month, '
                 FUNCTION TRIM(WS-HOPS-LAST-ED) ' last month, '
                 FUNCTION TRIM(WS-HOPS-ALL-ED) ' since records began.'
               END-DIV
           END-DISPLAY.

       EMIT-ONE-MEMBER.
           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
               INTO RM-ID RM-NAME RM-URL RM-JOINED RM-VERIFIED
               END-DISPLAY
           END-IF.

       EXTRACT-MEMBER-TOKEN.
           MOVE SPACES TO WS-MEMBER-TOKEN WS-MEMBER-ACT.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           MOVE SPACES TO WS-PG-SCRAP WS-PG-REST.
           IF WS-QUERY-STRING(1:2) = 'm='
               MOVE WS-QUERY-STRING(3:) TO WS-PG-REST
           ELSE
               UNSTRING WS-QUERY-STRING DELIMITED BY '&m='
                   INTO WS-PG-SCRAP WS-PG-REST
               END-UNSTRING
           END-IF.
           IF WS-PG-REST NOT = SPACES
               UNSTRING WS-PG-REST DELIMITED BY '&'
                   INTO WS-MEMBER-TOKEN
               END-UNSTRING
           END-IF.

      *    THE MEMBER'S OWN SECTION, ABOVE THE PUBLIC LIST. A TOKEN
      *    THAT MATCHES NOBODY GETS ONE LINE AND NOTHING ELSE; THE
      *    TOKEN ONLY GOES BACK INTO THE FORMS ONCE IT HAS MATCHED A
      *    ROW, SO WHAT IS ECHOED IS ALWAYS THE ONE ON FILE.
       EMIT-MEMBER-PANEL.
           IF NOT MEMBER-FOUND
               DISPLAY
                   DIV LINEAGE BECOMES 'ringmanage' CLOSE-DIV
                     PARA CLOSE-PARA
                       'that member link isn''t one this ring knows.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           ELSE
               MOVE WS-MY-NAME TO WS-HTML-IN
               PERFORM ESCAPE-HTML-STRING
               MOVE WS-HTML-OUT TO WS-NAME-SAFE
               MOVE WS-MY-URL TO WS-HTML-IN
               PERFORM ESCAPE-HTML-STRING
               MOVE WS-HTML-OUT TO WS-URL-SAFE
               DISPLAY
                   DIV LINEAGE BECOMES 'ringmanage' CLOSE-DIV
                     H1 CLOSE-H1
                       'your membership'
                     END-H1
                     PARA CLOSE-PARA
                       FUNCTION TRIM(WS-MY-ID) ' - '
                       FUNCTION TRIM(WS-NAME-SAFE) ' at '
                       FUNCTION TRIM(WS-URL-SAFE)
                     END-PARA
               END-DISPLAY
               EVALUATE WS-MY-STATUS
                   WHEN 'A'
                       DISPLAY PARA CLOSE-PARA 'in rotation.' END-PARA
                   WHEN 'D'
                       DISPLAY
                           PARA CLOSE-PARA
                             'out of rotation - the url stopped'
                             ' answering.'
                           END-PARA
                       END-DISPLAY
                   WHEN 'L'
                       DISPLAY
                           PARA CLOSE-PARA 'left the ring.' END-PARA
                       END-DISPLAY
               END-EVALUATE
               IF WS-MEMBER-NOTE NOT = SPACES
                   MOVE WS-MEMBER-NOTE TO WS-HTML-IN
                   PERFORM ESCAPE-HTML-STRING
                   DISPLAY
                       PARA CLOSE-PARA
                         FUNCTION TRIM(WS-HTML-OUT)
                       END-PARA
                   END-DISPLAY
               END-IF
               MOVE 'rename' TO WS-MEMBER-ACT
               PERFORM EMIT-MEMBER-FORM-OPEN
               DISPLAY
                       FORMINPUT KIND BECOMES '"text"'
                                 NAM BECOMES '"name"' CLOSE-INPUT
                       FORMINPUT KIND BECOMES '"submit"'
                                 VAL BECOMES '"rename"' CLOSE-INPUT
                     END-FORM
               END-DISPLAY
               MOVE 'move' TO WS-MEMBER-ACT
               PERFORM EMIT-MEMBER-FORM-OPEN
               DISPLAY
                       FORMINPUT KIND BECOMES '"text"'
                                 NAM BECOMES '"url"' CLOSE-INPUT
                       FORMINPUT KIND BECOMES '"submit"'
                                 VAL BECOMES '"ask to move"' CLOSE-INPUT
                     END-FORM
               END-DISPLAY
               IF WS-MY-STATUS NOT = 'A'
                   MOVE 'reinstate' TO WS-MEMBER-ACT
                   PERFORM EMIT-MEMBER-FORM-OPEN
                   DISPLAY
                           FORMINPUT KIND BECOMES '"submit"'
                                     VAL BECOMES '"back into rotation"'
                           CLOSE-INPUT
                         END-FORM
                   END-DISPLAY
               END-IF
               IF WS-MY-STATUS NOT = 'L'
                   MOVE 'leave' TO WS-MEMBER-ACT
                   PERFORM EMIT-MEMBER-FORM-OPEN
                   DISPLAY
                           FORMINPUT KIND BECOMES '"submit"'
                                     VAL BECOMES '"leave the ring"'
                           CLOSE-INPUT
                         END-FORM
                   END-DISPLAY
               END-IF
               DISPLAY
                   END-DIV
               END-DISPLAY
           END-IF.

       EMIT-MEMBER-FORM-OPEN.
           DISPLAY
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"RINGJOIN.COB"' CLOSE-FORM
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"m"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-MEMBER-TOKEN) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"act"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(WS-MEMBER-ACT) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
           END-DISPLAY.

      *    m=<TOKEN>&act=<ACTION> THEN WHICHEVER OF name, url AND THE
      *    website HONEYPOT THAT ACTION'S FORM CARRIES, IN ANY ORDER.
       ACCEPT-MEMBER-ACTION.
           MOVE SPACES TO WS-PAIR-TABLE.
           UNSTRING WS-POST-BODY DELIMITED BY '&'
               INTO WS-PAIR(1) WS-PAIR(2) WS-PAIR(3) WS-PAIR(4)
                    WS-PAIR(5) WS-PAIR(6)
           END-UNSTRING.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > 6
               MOVE SPACES TO WS-PAIR-KEY WS-PAIR-VALUE
               UNSTRING WS-PAIR(WS-PAIR-IDX) DELIMITED BY '='
                   INTO WS-PAIR-KEY WS-PAIR-VALUE
               END-UNSTRING
               MOVE WS-PAIR-VALUE TO WS-URL-IN
               PERFORM DECODE-URL-STRING
               MOVE WS-URL-OUT TO WS-UTF8-BUF
               PERFORM TRIM-SPLIT-UTF8
               EVALUATE WS-PAIR-KEY
                   WHEN 'm'
                       MOVE WS-UTF8-BUF TO WS-MEMBER-TOKEN
                   WHEN 'act'
                       MOVE WS-UTF8-BUF TO WS-MEMBER-ACT
                   WHEN 'name'
                       MOVE WS-UTF8-BUF TO WS-FIELD-SITE
                   WHEN 'url'
                       MOVE WS-UTF8-BUF TO WS-FIELD-URL
                   WHEN 'website'
                       MOVE WS-UTF8-BUF TO WS-FIELD-WEBSITE
               END-EVALUATE
           END-PERFORM.

       LOAD-MEMBER-BY-TOKEN.
           MOVE 'N' TO WS-MEMBER-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RING-MEMBER-FILE.
           IF WS-MEMBER-STATUS = '00'
               PERFORM UNTIL MEMBER-EOF OR MEMBER-FOUND
                   READ RING-MEMBER-FILE
                       AT END
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-MEMBER-LINE
                           IF RM-TOKEN NOT = SPACES
                                   AND RM-TOKEN = WS-MEMBER-TOKEN
                               SET MEMBER-FOUND TO TRUE
                               MOVE RM-ID TO WS-MY-ID
                               MOVE RM-NAME TO WS-MY-NAME
                               MOVE RM-URL TO WS-MY-URL
                               MOVE RM-STATUS TO WS-MY-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RING-MEMBER-FILE
           END-IF.

       PARSE-MEMBER-LINE.
           MOVE SPACES TO RM-CONTACT RM-TOKEN.
           UNSTRING RING-MEMBER-LINE DELIMITED BY '|'
               INTO RM-ID RM-NAME RM-URL RM-JOINED RM-VERIFIED
                    RM-STATUS RM-CONTACT RM-TOKEN
           END-UNSTRING.

       RUN-MEMBER-ACTION.
           MOVE SPACES TO WS-NEW-NAME WS-NEW-STATUS WS-NEW-VERIFIED
               WS-LOG-DETAIL.
           EVALUATE WS-MEMBER-ACT
               WHEN 'rename'
                   PERFORM RENAME-MEMBER-SITE
               WHEN 'move'
                   PERFORM ASK-TO-MOVE-SITE
               WHEN 'reinstate'
                   PERFORM ASK-TO-REINSTATE
               WHEN 'leave'
                   PERFORM LEAVE-THE-RING
           END-EVALUATE.

       RENAME-MEMBER-SITE.
           INSPECT WS-FIELD-SITE REPLACING ALL '|' BY ' '.
           IF FUNCTION TRIM(WS-FIELD-SITE) = SPACES
               MOVE 'a site name is needed.' TO WS-MEMBER-NOTE
           ELSE
               MOVE FUNCTION TRIM(WS-FIELD-SITE) TO WS-NEW-NAME
               MOVE 'rename' TO WS-LOG-ACTION
               STRING FUNCTION TRIM(WS-MY-NAME) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-NAME) DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               END-STRING
               PERFORM REWRITE-MY-ROW
               MOVE 'your site name has been changed.'
                   TO WS-MEMBER-NOTE
           END-IF.

      *    A NEW URL HAS TO ANSWER BEFORE IT IS EVEN QUEUED, AND THEN
      *    WAITS FOR APPROVERG.COB - THE HOP LINKS SEND READERS
      *    STRAIGHT TO IT, SO NOBODY REPOINTS A MEMBER UNSEEN.
       ASK-TO-MOVE-SITE.
           PERFORM SCREEN-MEMBER-URL.
           IF NOT URL-OK
               STRING 'that url can''t be used - give a plain'
                          DELIMITED BY SIZE
                      ' http:// or https:// address.' DELIMITED BY SIZE
                   INTO WS-MEMBER-NOTE
               END-STRING
           ELSE
               MOVE WS-FIELD-URL TO WS-PROBE-URL
               PERFORM PROBE-MEMBER-URL
               EVALUATE TRUE
                   WHEN WS-HTTP-CODE(1:1) = '2'
                           OR WS-HTTP-CODE(1:1) = '3'
                       PERFORM QUEUE-URL-CHANGE
                       STRING 'the new url answered and is waiting'
                                  DELIMITED BY SIZE
                              ' for approval.' DELIMITED BY SIZE
                           INTO WS-MEMBER-NOTE
                       END-STRING
                   WHEN WS-HTTP-CODE(1:3) = '000'
                       STRING 'the new url couldn''t be checked just'
                                  DELIMITED BY SIZE
                              ' now - try again later.'
                                  DELIMITED BY SIZE
                           INTO WS-MEMBER-NOTE
                       END-STRING
                   WHEN OTHER
                       STRING 'the new url didn''t answer ('
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HTTP-CODE)
                                  DELIMITED BY SIZE
                              ') - nothing was changed.'
                                  DELIMITED BY SIZE
                           INTO WS-MEMBER-NOTE
                       END-STRING
               END-EVALUATE
           END-IF.

      *    BACK INTO ROTATION ONLY IF THE URL ON FILE ANSWERS NOW -
      *    THE SAME TEST RINGCHK.COB DROPPED IT BY.
       ASK-TO-REINSTATE.
           IF WS-MY-STATUS = 'A'
               MOVE 'your site is already in rotation.'
                   TO WS-MEMBER-NOTE
           ELSE
               MOVE WS-MY-URL TO WS-PROBE-URL
               PERFORM PROBE-MEMBER-URL
               EVALUATE TRUE
                   WHEN WS-HTTP-CODE(1:1) = '2'
                           OR WS-HTTP-CODE(1:1) = '3'
                       MOVE 'A' TO WS-NEW-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-NEW-VERIFIED
                       MOVE 'reinstate' TO WS-LOG-ACTION
                       STRING 'was ' DELIMITED BY SIZE
                              WS-MY-STATUS DELIMITED BY SIZE
                              ', answered ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HTTP-CODE)
                                  DELIMITED BY SIZE
                           INTO WS-LOG-DETAIL
                       END-STRING
                       PERFORM REWRITE-MY-ROW
                       MOVE 'your site is back in rotation.'
                           TO WS-MEMBER-NOTE
                   WHEN WS-HTTP-CODE(1:3) = '000'
                       STRING 'your site couldn''t be checked just now'
                                  DELIMITED BY SIZE
                              ' - try again later.' DELIMITED BY SIZE
                           INTO WS-MEMBER-NOTE
                       END-STRING
                   WHEN OTHER
                       STRING 'your site still doesn''t answer ('
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HTTP-CODE)
                                  DELIMITED BY SIZE
                              ') - if it has moved, ask for a new url.'
                                  DELIMITED BY SIZE
                           INTO WS-MEMBER-NOTE
                       END-STRING
               END-EVALUATE
           END-IF.

       LEAVE-THE-RING.
           IF WS-MY-STATUS = 'L'
               MOVE 'your site has already left the ring.'
                   TO WS-MEMBER-NOTE
           ELSE
               MOVE 'L' TO WS-NEW-STATUS
               MOVE 'leave' TO WS-LOG-ACTION
               STRING 'was ' DELIMITED BY SIZE
                      WS-MY-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               END-STRING
               PERFORM REWRITE-MY-ROW
               STRING 'your site has left the ring. this page still'
                          DELIMITED BY SIZE
                      ' works if you want to come back.'
                          DELIMITED BY SIZE
                   INTO WS-MEMBER-NOTE
               END-STRING
           END-IF.

       SCREEN-MEMBER-URL.
           MOVE 'N' TO WS-URL-OK.
           MOVE 0 TO WS-BAD-COUNT.
           IF WS-FIELD-URL(1:8) = 'https://'
                   OR WS-FIELD-URL(1:7) = 'http://'
               INSPECT FUNCTION TRIM(WS-FIELD-URL)
                   TALLYING WS-BAD-COUNT FOR ALL ';' ALL '|' ALL '&'
                       ALL '$' ALL '`' ALL '\' ALL '"' ALL ''''
                       ALL '<' ALL '>' ALL '(' ALL ')' ALL ' '
               IF WS-BAD-COUNT = 0
                   SET URL-OK TO TRUE
               END-IF
           END-IF.

       PROBE-MEMBER-URL.
           MOVE '000' TO WS-HTTP-CODE.
           MOVE SPACES TO WS-CURL-COMMAND.
           STRING 'curl -s -o /dev/null -I -m 10 -w "%{http_code}" '
                      DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROBE-URL) DELIMITED BY SIZE
                  '" > data/RINGJOIN-PROBE.TMP' DELIMITED BY SIZE
               INTO WS-CURL-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-CURL-COMMAND.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00'
               READ PROBE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROBE-FILE-LINE TO WS-HTTP-CODE
               END-READ
               CLOSE PROBE-FILE
           END-IF.

      *    THE MEMBER'S ROW IS FOUND BY TOKEN AGAIN UNDER THE LOCK -
      *    THE FILE MAY HAVE MOVED ON SINCE THE PAGE READ IT.
       REWRITE-MY-ROW.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RING-MEMBER-FILE.
           IF WS-MEMBER-STATUS = '00'
               OPEN OUTPUT KEEP-FILE
               PERFORM UNTIL MEMBER-EOF
                   READ RING-MEMBER-FILE
                       AT END
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-MEMBER-ROW
                   END-READ
               END-PERFORM
               CLOSE RING-MEMBER-FILE
               CLOSE KEEP-FILE
               MOVE 'N' TO WS-KEEP-EOF
               OPEN INPUT KEEP-FILE
               OPEN OUTPUT RING-MEMBER-FILE
               PERFORM UNTIL KEEP-EOF
                   READ KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE KEEP-FILE-LINE TO RING-MEMBER-LINE
                           WRITE RING-MEMBER-LINE
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
               CLOSE RING-MEMBER-FILE
               PERFORM WRITE-RING-LOG-ROW
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       KEEP-ONE-MEMBER-ROW.
           MOVE RING-MEMBER-LINE TO KEEP-FILE-LINE.
           PERFORM PARSE-MEMBER-LINE.
           IF RM-TOKEN NOT = SPACES AND RM-TOKEN = WS-MEMBER-TOKEN
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO RM-NAME
               END-IF
               IF WS-NEW-STATUS NOT = SPACES
                   MOVE WS-NEW-STATUS TO RM-STATUS
               END-IF
               IF WS-NEW-VERIFIED NOT = SPACES
                   MOVE WS-NEW-VERIFIED TO RM-VERIFIED
               END-IF
               MOVE SPACES TO KEEP-FILE-LINE
               STRING FUNCTION TRIM(RM-ID) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-NAME) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-URL) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-JOINED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-VERIFIED DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      RM-STATUS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-CONTACT) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RM-TOKEN) DELIMITED BY SIZE
                   INTO KEEP-FILE-LINE
               END-STRING
           END-IF.
           WRITE KEEP-FILE-LINE.

      *    ONE HELD CHANGE PER MEMBER - ASKING AGAIN REPLACES THE
      *    EARLIER REQUEST RATHER THAN QUEUEING BEHIND IT.
       QUEUE-URL-CHANGE.
           INSPECT WS-FIELD-URL REPLACING ALL '|' BY ' '.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT KEEP-FILE.
           MOVE 'N' TO WS-CHANGE-EOF.
           OPEN INPUT CHANGE-FILE.
           IF WS-CHANGE-STATUS = '00'
               PERFORM UNTIL CHANGE-EOF
                   READ CHANGE-FILE
                       AT END
                           SET CHANGE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-CHG-ID
                           UNSTRING CHANGE-FILE-LINE DELIMITED BY '|'
                               INTO WS-CHG-ID
                           END-UNSTRING
                           IF WS-CHG-ID NOT = WS-MY-ID
                               MOVE CHANGE-FILE-LINE TO KEEP-FILE-LINE
                               WRITE KEEP-FILE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
           END-IF.
           MOVE SPACES TO KEEP-FILE-LINE.
           STRING FUNCTION TRIM(WS-MY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-URL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MY-URL) DELIMITED BY SIZE
               INTO KEEP-FILE-LINE
           END-STRING.
           WRITE KEEP-FILE-LINE.
           CLOSE KEEP-FILE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT CHANGE-FILE.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-FILE-LINE TO CHANGE-FILE-LINE
                       WRITE CHANGE-FILE-LINE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE CHANGE-FILE.
           MOVE 'url-ask' TO WS-LOG-ACTION.
           STRING FUNCTION TRIM(WS-MY-URL) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-URL) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-RING-LOG-ROW.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    CALLED WITH THE LOCK ALREADY HELD.
       WRITE-RING-LOG-ROW.
           INSPECT WS-LOG-DETAIL REPLACING ALL '|' BY ' '.
           INSPECT WS-REMOTE-ADDR REPLACING ALL '|' BY ' '.
           MOVE SPACES TO RING-LOG-FILE-LINE.
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MY-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REMOTE-ADDR) DELIMITED BY SIZE
               INTO RING-LOG-FILE-LINE
           END-STRING.
           OPEN EXTEND RING-LOG-FILE.
           IF WS-RING-LOG-STATUS NOT = '00'
               OPEN OUTPUT RING-LOG-FILE
           END-IF.
           WRITE RING-LOG-FILE-LINE.
           CLOSE RING-LOG-FILE.

           COPY 'HTMLESC.CPY'.
           COPY 'URLDEC.CPY'.
           COPY 'UTF8TRIM.CPY'.
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM RINGJOIN.
