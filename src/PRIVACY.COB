       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY.
      *    THE PRIVACY NOTICE - WHAT THE SITE KEEPS ABOUT THE PEOPLE
      *    WHO USE ITS FORMS, AND WHY. EVERY VERSION EVER PUBLISHED IS
      *    A ROW OF data/PRIVACY.DAT (PRIVREC.CPY) WITH ITS TEXT IN
      *    ITS OWN FILE, ONE PARAGRAPH PER LINE; THE PAGE SHOWS THE
      *    VERSION IN FORCE AND LISTS THE EARLIER ONES, AND ?v=<N>
      *    SHOWS ANY PUBLISHED VERSION AS IT STOOD, SO A READER CAN
      *    SEE EXACTLY WHAT THEY AGREED TO (THE CONSENT REGISTER,
      *    data/CONSENT.DAT, RECORDS THE VERSION NUMBER). A ROW WHOSE
      *    EFFECTIVE DATE HAS NOT ARRIVED DOES NOT EXIST TO THE PAGE.
      *    ?a=<TOKEN> IS THE LINK RECONSENT.COB MAILS WHEN A NEW
      *    VERSION COMES IN: IT SHOWS THE NOTICE IN FORCE WITH AN
      *    "I AGREE" BUTTON, AND ONLY THE BUTTON'S POST RECORDS
      *    ANYTHING - A MAIL SCANNER FOLLOWING THE LINK AGREES TO
      *    NOTHING. THE POST MARKS THE ROW OF data/RECONSENT.DAT AS
      *    AGREED AND PUTS A reconsent ROW ON THE CONSENT REGISTER
      *    THROUGH CONSENT.CBL, AFTER THE FILE LOCK IS LET GO.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-FILE ASSIGN TO "data/PRIVACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVACY-STATUS.
           SELECT RECONSENT-FILE ASSIGN TO "data/RECONSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONSENT-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'PRIVFD.CPY'.
           COPY 'RCNFD.CPY'.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(1000).
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'TEXT/HTML'.
           COPY 'DICTIONARY.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'PRIVREC.CPY'.
           COPY 'RCNREC.CPY'.
           COPY 'CONSREC.CPY'.
       01  WS-PRIVACY-STATUS   PIC X(2)    VALUE '00'.
       01  WS-PRIVACY-EOF      PIC X       VALUE 'N'.
               88  PRIVACY-EOF                 VALUE 'Y'.
       01  WS-RECONSENT-STATUS PIC X(2)    VALUE '00'.
       01  WS-RECONSENT-EOF    PIC X       VALUE 'N'.
               88  RECONSENT-EOF               VALUE 'Y'.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(60).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-QUERY-STRING     PIC X(200).
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-POST-BODY        PIC X(200).
       01  WS-FIRST-PAIR       PIC X(40).
       01  WS-WANTED-X         PIC X(8)    VALUE SPACES.
       01  WS-WANTED-VERSION   PIC 9(4)    VALUE 0.
       01  WS-VERSION-ED       PIC Z(3)9.
       01  WS-AGREE-TOKEN      PIC X(16)   VALUE SPACES.
       01  WS-AGREE-POSTED     PIC X       VALUE 'N'.
               88  AGREE-POSTED                VALUE 'Y'.
       01  WS-TOKEN-FOUND      PIC X       VALUE 'N'.
               88  TOKEN-FOUND                 VALUE 'Y'.
       01  WS-JUST-AGREED      PIC X       VALUE 'N'.
               88  JUST-AGREED                 VALUE 'Y'.
       01  WS-GUARD-ACTION     PIC X.
      *    THE PUBLISHED VERSIONS, OLDEST FIRST AS THE FILE HOLDS
      *    THEM; WS-PV-SHOWN IS THE ONE ON THE PAGE.
       01  WS-PV-COUNT         PIC 9(3)    VALUE 0.
       01  WS-PRIVACY-TABLE.
           05  WS-PV-ENTRY         OCCURS 100 TIMES.
               10  WS-PV-VERSION       PIC 9(4).
               10  WS-PV-EFFECTIVE     PIC X(8).
               10  WS-PV-BODY          PIC X(60).
               10  WS-PV-SUMMARY       PIC X(120).
       01  WS-PV-IDX           PIC 9(3).
       01  WS-PV-IN-FORCE      PIC 9(3)    VALUE 0.
       01  WS-PV-SHOWN         PIC 9(3)    VALUE 0.
      *    data/RECONSENT.DAT AS READ UNDER THE LOCK, FOR THE REWRITE
      *    THAT MARKS ONE ROW AGREED.
       01  WS-RL-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RL-TABLE.
           05  WS-RL-LINE          OCCURS 3000 TIMES PIC X(140).
       01  WS-RL-IDX           PIC 9(4).
       01  WS-PAGE-ID          PIC X(20)   VALUE 'PRIVACY'.
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'privacy notice - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)
               VALUE 'what this site keeps about the people who use its
      -    ' forms, and why.'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'privacy'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'privacy notice - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE 'PRIVACY' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           MOVE SPACES TO WS-FIRST-PAIR.
           UNSTRING WS-QUERY-STRING DELIMITED BY '&'
               INTO WS-FIRST-PAIR
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-FIRST-PAIR(1:2) = 'v='
                   MOVE WS-FIRST-PAIR(3:8) TO WS-WANTED-X
                   IF WS-WANTED-X NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-WANTED-X) = 0
                       MOVE FUNCTION NUMVAL(WS-WANTED-X)
                           TO WS-WANTED-VERSION
                   END-IF
               WHEN WS-FIRST-PAIR(1:2) = 'a='
                   MOVE WS-FIRST-PAIR(3:16) TO WS-AGREE-TOKEN
           END-EVALUATE.
           IF FUNCTION TRIM(WS-REQUEST-METHOD) = 'POST'
               MOVE SPACES TO WS-POST-BODY
               ACCEPT WS-POST-BODY
               IF WS-POST-BODY(1:2) = 'a='
                   MOVE SPACES TO WS-AGREE-TOKEN
                   UNSTRING WS-POST-BODY(3:) DELIMITED BY '&'
                       INTO WS-AGREE-TOKEN
                   END-UNSTRING
                   SET AGREE-POSTED TO TRUE
               END-IF
           END-IF.
           INSPECT WS-AGREE-TOKEN REPLACING ALL '|' BY ' '.
           PERFORM LOAD-PUBLISHED-VERSIONS.
           IF WS-AGREE-TOKEN NOT = SPACES
               PERFORM FIND-RECONSENT-ROW
               IF TOKEN-FOUND AND AGREE-POSTED AND RCN-ASKED
                   PERFORM RECORD-AGREEMENT
               END-IF
           END-IF.
           MOVE WS-PV-IN-FORCE TO WS-PV-SHOWN.
           IF WS-WANTED-VERSION > 0
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PV-COUNT
                   IF WS-PV-VERSION(WS-PV-IDX) = WS-WANTED-VERSION
                       MOVE WS-PV-IDX TO WS-PV-SHOWN
                   END-IF
               END-PERFORM
           END-IF.
           CALL 'COUNTER' USING WS-PAGE-ID WS-MILESTONE.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               DOC
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
                 META PROP BECOMES '"og:title"'
                      CON BECOMES QUOTE FUNCTION TRIM(WS-HEAD-TITLE)
                          QUOTE
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:type"'
                      CON BECOMES '"website"'
                 CLOSE-META
                 NL
                 META PROP BECOMES '"og:description"'
                      CON BECOMES QUOTE
                          FUNCTION TRIM(WS-HEAD-DESC) QUOTE
                 CLOSE-META
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
               WS-HEAD-ALT-URL WS-HEAD-TITLE WS-HEAD-DESC
               WS-HEAD-ROBOTS
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'head unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           DISPLAY
               END-HEAD
               NL
               BODY
           END-DISPLAY.
           CALL 'BANNER' USING WS-BANNER-TOKEN
               ON EXCEPTION
                   DISPLAY
                       EPITHET 'banner unavailable' END-EPITHET
                   END-DISPLAY
           END-CALL.
           IF WS-MILESTONE > 0
               DISPLAY
                   DIV LINEAGE BECOMES 'milestone' CLOSE-DIV
                     H1 CLOSE-H1
                       'you are visitor ' WS-MILESTONE '!'
                     END-H1
                     PARA CLOSE-PARA
                       'thank you for being here.'
                     END-PARA
                   END-DIV
               END-DISPLAY
           END-IF.
           DISPLAY
               DIV LINEAGE BECOMES 'privacy' CLOSE-DIV
           END-DISPLAY.
           IF WS-AGREE-TOKEN NOT = SPACES
               PERFORM EMIT-AGREEMENT-BOX
           END-IF.
           IF WS-PV-SHOWN = 0
               DISPLAY
                   H1 CLOSE-H1
                     'privacy notice'
                   END-H1
                   PARA CLOSE-PARA
                     'no privacy notice has been published yet.'
                   END-PARA
               END-DISPLAY
           ELSE
               PERFORM EMIT-ONE-VERSION
               PERFORM EMIT-VERSION-LIST
           END-IF.
           DISPLAY
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-PUBLISHED-VERSIONS.
           MOVE 0 TO WS-PV-COUNT WS-PV-IN-FORCE.
           OPEN INPUT PRIVACY-FILE.
           IF WS-PRIVACY-STATUS = '00'
               PERFORM UNTIL PRIVACY-EOF
                   READ PRIVACY-FILE
                       AT END
                           SET PRIVACY-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-VERSION
                   END-READ
               END-PERFORM
               CLOSE PRIVACY-FILE
           END-IF.

       LOAD-ONE-VERSION.
           MOVE 0 TO PRIVACY-VERSION.
           MOVE SPACES TO PRIVACY-EFFECTIVE PRIVACY-BODY
               PRIVACY-SUMMARY.
           UNSTRING PRIVACY-FILE-LINE DELIMITED BY '|'
               INTO PRIVACY-VERSION PRIVACY-EFFECTIVE PRIVACY-BODY
                    PRIVACY-SUMMARY
           END-UNSTRING.
           IF PRIVACY-VERSION > 0
                   AND PRIVACY-EFFECTIVE NOT = SPACES
                   AND PRIVACY-EFFECTIVE <= WS-TODAY-DATE
                   AND WS-PV-COUNT < 100
               ADD 1 TO WS-PV-COUNT
               MOVE PRIVACY-VERSION TO WS-PV-VERSION(WS-PV-COUNT)
               MOVE PRIVACY-EFFECTIVE TO WS-PV-EFFECTIVE(WS-PV-COUNT)
               MOVE PRIVACY-BODY TO WS-PV-BODY(WS-PV-COUNT)
               MOVE PRIVACY-SUMMARY TO WS-PV-SUMMARY(WS-PV-COUNT)
               IF WS-PV-IN-FORCE = 0
                   MOVE WS-PV-COUNT TO WS-PV-IN-FORCE
               ELSE
                   IF PRIVACY-VERSION > WS-PV-VERSION(WS-PV-IN-FORCE)
                       MOVE WS-PV-COUNT TO WS-PV-IN-FORCE
                   END-IF
               END-IF
           END-IF.

       FIND-RECONSENT-ROW.
           MOVE 'N' TO WS-TOKEN-FOUND WS-RECONSENT-EOF.
           OPEN INPUT RECONSENT-FILE.
           IF WS-RECONSENT-STATUS = '00'
               PERFORM UNTIL RECONSENT-EOF OR TOKEN-FOUND
                   READ RECONSENT-FILE
                       AT END
                           SET RECONSENT-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-RECONSENT-ROW
                           IF RCN-TOKEN = WS-AGREE-TOKEN
                               SET TOKEN-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECONSENT-FILE
           END-IF.

       PARSE-RECONSENT-ROW.
           MOVE 0 TO RCN-VERSION.
           MOVE SPACES TO RCN-ADDRESS RCN-TOKEN RCN-STATE RCN-DATE.
           UNSTRING RECONSENT-FILE-LINE DELIMITED BY '|'
               INTO RCN-VERSION RCN-ADDRESS RCN-TOKEN RCN-STATE
                    RCN-DATE
           END-UNSTRING.

      *    THE WHOLE FILE IS READ AND WRITTEN BACK UNDER ONE LOCK SO
      *    A RECONSENT.COB RUN APPENDING AT THE SAME MOMENT CANNOT
      *    LOSE ITS ROWS. THE REGISTER ROW FOLLOWS THE UNLOCK.
       RECORD-AGREEMENT.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO WS-RL-COUNT.
           MOVE 'N' TO WS-RECONSENT-EOF.
           OPEN INPUT RECONSENT-FILE.
           IF WS-RECONSENT-STATUS = '00'
               PERFORM UNTIL RECONSENT-EOF OR WS-RL-COUNT >= 3000
                   READ RECONSENT-FILE
                       AT END
                           SET RECONSENT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RL-COUNT
                           MOVE RECONSENT-FILE-LINE
                               TO WS-RL-LINE(WS-RL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RECONSENT-FILE
           END-IF.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               MOVE WS-RL-LINE(WS-RL-IDX) TO RECONSENT-FILE-LINE
               PERFORM PARSE-RECONSENT-ROW
               IF RCN-TOKEN = WS-AGREE-TOKEN AND RCN-ASKED
                   SET RCN-AGREED TO TRUE
                   MOVE WS-TODAY-DATE TO RCN-DATE
                   MOVE SPACES TO WS-RL-LINE(WS-RL-IDX)
                   STRING RCN-VERSION DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(RCN-ADDRESS) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(RCN-TOKEN) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          RCN-STATE DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          RCN-DATE DELIMITED BY SIZE
                       INTO WS-RL-LINE(WS-RL-IDX)
                   END-STRING
                   SET JUST-AGREED TO TRUE
                   MOVE RCN-ADDRESS TO CONSENT-ADDRESS
               END-IF
           END-PERFORM.
           IF JUST-AGREED
               OPEN OUTPUT RECONSENT-FILE
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RL-COUNT
                   WRITE RECONSENT-FILE-LINE
                       FROM WS-RL-LINE(WS-RL-IDX)
               END-PERFORM
               CLOSE RECONSENT-FILE
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF JUST-AGREED
               MOVE 'reconsent' TO CONSENT-PURPOSE
               CALL 'CONSENT' USING CONSENT-RECORD
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       EMIT-AGREEMENT-BOX.
           EVALUATE TRUE
               WHEN JUST-AGREED
                   MOVE CONSENT-VERSION TO WS-VERSION-ED
                   DISPLAY
                       PARA CLOSE-PARA
                         'thank you - your agreement to version '
                         FUNCTION TRIM(WS-VERSION-ED)
                         ' of the notice below is on record.'
                       END-PARA
                   END-DISPLAY
               WHEN NOT TOKEN-FOUND
                   DISPLAY
                       PARA CLOSE-PARA
                         'that agreement link is not one this site '
                         'sent, or it has since been withdrawn.'
                       END-PARA
                   END-DISPLAY
               WHEN RCN-AGREED
                   DISPLAY
                       PARA CLOSE-PARA
                         'your agreement from that link is already on '
                         'record - there is nothing more to do.'
                       END-PARA
                   END-DISPLAY
               WHEN WS-PV-IN-FORCE > 0
                   MOVE WS-PV-VERSION(WS-PV-IN-FORCE) TO WS-VERSION-ED
                   DISPLAY
                       PARA CLOSE-PARA
                         'the privacy notice has changed. read version '
                         FUNCTION TRIM(WS-VERSION-ED)
                         ' below; if you are happy for the site to go '
                         'on keeping your address under it, say so:'
                       END-PARA
                       FORM FORMMETHOD BECOMES '"POST"'
                            ACTION BECOMES '"PRIVACY.COB"' CLOSE-FORM
                         FORMINPUT KIND BECOMES '"hidden"'
                                   NAM BECOMES '"a"'
                                   VAL BECOMES QUOTE
                                       FUNCTION TRIM(WS-AGREE-TOKEN)
                                       QUOTE
                         CLOSE-INPUT
                         FORMINPUT KIND BECOMES '"submit"'
                                   VAL BECOMES '"i agree"' CLOSE-INPUT
                       END-FORM
                       PARA CLOSE-PARA
                         'if you are not, just ask for your address to '
                         'be removed.'
                       END-PARA
                   END-DISPLAY
           END-EVALUATE.

       EMIT-ONE-VERSION.
           MOVE WS-PV-VERSION(WS-PV-SHOWN) TO WS-VERSION-ED.
           DISPLAY
               H1 CLOSE-H1
                 'privacy notice'
               END-H1
               DIV LINEAGE BECOMES 'noticedate' CLOSE-DIV
                 'version ' FUNCTION TRIM(WS-VERSION-ED)
                 ', in force from '
                 WS-PV-EFFECTIVE(WS-PV-SHOWN)(1:4) '-'
                 WS-PV-EFFECTIVE(WS-PV-SHOWN)(5:2) '-'
                 WS-PV-EFFECTIVE(WS-PV-SHOWN)(7:2)
               END-DIV
           END-DISPLAY.
           IF WS-PV-SHOWN NOT = WS-PV-IN-FORCE
               DISPLAY
                   PARA CLOSE-PARA
                     'this is an earlier version, kept so anyone can '
                     'see what they agreed to. '
                     LINK URL BECOMES '"/privacy"' CLOSE-LINK
                       'the notice in force'
                     END-LINK
                     ' is the one that applies now.'
                   END-PARA
               END-DISPLAY
           END-IF.
           MOVE WS-PV-BODY(WS-PV-SHOWN) TO WS-BODY-FILENAME.
           MOVE 'N' TO WS-BODY-EOF.
           OPEN INPUT BODY-FILE.
           IF WS-BODY-STATUS = '00'
               PERFORM UNTIL BODY-EOF
                   READ BODY-FILE
                       AT END
                           SET BODY-EOF TO TRUE
                       NOT AT END
                           IF BODY-FILE-LINE NOT = SPACES
                               DISPLAY
                                   PARA CLOSE-PARA
                                     FUNCTION TRIM(BODY-FILE-LINE)
                                   END-PARA
                               END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BODY-FILE
           END-IF.

       EMIT-VERSION-LIST.
           IF WS-PV-COUNT > 1
               DISPLAY
                   DIV LINEAGE BECOMES 'versions' CLOSE-DIV
                     'every version'
                   END-DIV
               END-DISPLAY
               PERFORM VARYING WS-PV-IDX FROM WS-PV-COUNT BY -1
                       UNTIL WS-PV-IDX < 1
                   MOVE WS-PV-VERSION(WS-PV-IDX) TO WS-VERSION-ED
                   DISPLAY
                       DIV LINEAGE BECOMES 'listing' CLOSE-DIV
                         LINK URL BECOMES QUOTE '/privacy?v='
                              FUNCTION TRIM(WS-VERSION-ED) QUOTE
                         CLOSE-LINK
                           'version ' FUNCTION TRIM(WS-VERSION-ED)
                         END-LINK
                         ' (' WS-PV-EFFECTIVE(WS-PV-IDX)(1:4) '-'
                         WS-PV-EFFECTIVE(WS-PV-IDX)(5:2) '-'
                         WS-PV-EFFECTIVE(WS-PV-IDX)(7:2) ') '
                         FUNCTION TRIM(WS-PV-SUMMARY(WS-PV-IDX))
                       END-DIV
                   END-DISPLAY
               END-PERFORM
           END-IF.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM PRIVACY.
