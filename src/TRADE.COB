      *    MOVES ACCEPTED OFFERS INTO data/TRADES.DAT, WHICH
      *    KBPAGE.COB SHOWS AGAINST THE BOARD. TRADES USED TO HAPPEN
      *    IN GUESTBOOK ENTRIES AND EMAILS WITH NO RECORD OF WHO
      *    OFFERED WHAT FOR WHICH BOARD. A BOARD OUT ON LOAN (OR
      *    PROMISED TO A BORROWER - LOANCHK.CBL) TAKES NO OFFERS
      *    UNTIL IT IS BACK IN THE HOUSE. THE CONTACT LEFT WITH AN
      *    OFFER GOES ON THE CONSENT REGISTER THROUGH CONSENT.CBL.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'DICTIONARY.CPY'.
           COPY 'KBREC.CPY'.
           COPY 'TRADEREC.CPY'.
           COPY 'CONSREC.CPY'.
           COPY 'URLDECWS.CPY'.
           COPY 'UTF8WS.CPY'.
       01  WS-REQUEST-METHOD   PIC X(10).
               88  KB-EOF                      VALUE 'Y'.
       01  WS-TRADEABLE        PIC X       VALUE 'N'.
               88  BOARD-TRADEABLE             VALUE 'Y'.
       01  WS-LOAN-VERDICT     PIC X       VALUE 'F'.
       01  WS-LOAN-DUE         PIC X(8)    VALUE SPACES.
       01  WS-LOAN-KB-ID       PIC X(8)    VALUE SPACES.
       01  WS-SPAM-SOURCE      PIC X(20).
       01  WS-SPAM-TEXT        PIC X(1800).
       01  WS-SPAM-VERDICT     PIC X       VALUE 'A'.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-HEAD-ALT-LANG    PIC X(5)    VALUE SPACES.
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
           COPY 'SITECFG.CPY'.
       01  WS-HEAD-TITLE       PIC X(60)
               VALUE 'offer received - *observe.observer'.
       01  WS-HEAD-DESC        PIC X(300)  VALUE SPACES.
      *    SOURCES AS ALWAYS.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'TRADE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'offer received - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT 'REQUEST_METHOD'.
           PERFORM CHECK-DEGRADED-MODE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-METHOD))
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
               END-DIV
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       EXTRACT-FIELDS.
               END-PERFORM
               CLOSE KB-FILE
           END-IF.
           IF BOARD-TRADEABLE
               MOVE WS-FIELD-KBID TO WS-LOAN-KB-ID
               CALL 'LOANCHK' USING WS-LOAN-KB-ID WS-LOAN-VERDICT
                   WS-LOAN-DUE
                   ON EXCEPTION
                       MOVE 'F' TO WS-LOAN-VERDICT
               END-CALL
               IF WS-LOAN-VERDICT NOT = 'F'
                   MOVE 'N' TO WS-TRADEABLE
               END-IF
           END-IF.

      *    THE ADDRESS THROTTLE RUNS FIRST - A LOCKED-OUT ADDRESS
      *    DOESN'T EVEN GET ITS TEXT READ.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(TRD-CONTACT) NOT = SPACES
               PERFORM RECORD-CONSENT
           END-IF.

      *    THE CONSENT REGISTER (CONSENT.CBL) NOTES WHICH PRIVACY
      *    NOTICE WAS IN FORCE WHEN THE ADDRESS WAS HANDED OVER. IT
      *    TAKES THE FILE LOCK ITSELF, SO IT RUNS ONLY AFTER THE
      *    UNLOCK ABOVE.
       RECORD-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE TRD-CONTACT TO CONSENT-ADDRESS.
           MOVE 'trade' TO CONSENT-PURPOSE.
           CALL 'CONSENT' USING CONSENT-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

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
       END PROGRAM TRADE.
