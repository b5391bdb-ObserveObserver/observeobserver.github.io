      *    data/KBREVIEW.DAT, AND THE REVIEW FORM. KEYBOARDS.COB
      *    LINKS EACH COLLECTION ROW THROUGH, SO "SCROLL DOWN ON THE
      *    KEYBOARDS PAGE" STOPS BEING THE ONLY WAY TO POINT AT THE
      *    HAPPY HACKING. THE LENDING LIBRARY SHOWS HERE TOO: A BOARD
      *    OUT ON LOAN (LOANCHK.CBL) SAYS SO AND WHEN IT IS DUE BACK,
      *    AND LOSES ITS TRADE FORM UNTIL IT RETURNS; A FREE BOARD
      *    OFFERS THE BORROW FORM, WHICH POSTS TO LOAN.COB.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY),
      *    AND THE HEAVIER PARAGRAPHS MARK THEIR OWN SHARE OF IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-WANTED-ID        PIC X(8).
       01  WS-PAGE-ID          PIC X(20).
       01  WS-MILESTONE        PIC 9(8)    VALUE 0.
           COPY 'RTMREC.CPY'.
       01  WS-KBR-NAME-SAFE    PIC X(240).
       01  WS-KBR-BODY-SAFE    PIC X(1800).
       01  WS-RATING-DISPLAY   PIC X(5).
       01  WS-HEAD-ALT-URL     PIC X(60)   VALUE SPACES.
       01  WS-HEAD-ROBOTS      PIC X(1)    VALUE SPACES.
       01  WS-BANNER-TOKEN     PIC X(20)   VALUE 'keyboard'.
       01  WS-LOAN-VERDICT     PIC X       VALUE 'F'.
               88  BOARD-ON-LOAN               VALUE 'L'.
               88  BOARD-PROMISED              VALUE 'P'.
               88  BOARD-FREE                  VALUE 'F'.
       01  WS-LOAN-DUE         PIC X(8)    VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-HEAD-TITLE.
           STRING 'keyboards - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO WS-HEAD-TITLE
           END-STRING.
           MOVE 'KBPAGE' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
               HEAD
                 NL
                 CAPTION
                   FUNCTION TRIM(WS-HEAD-TITLE)
                 END-CAPTION
           END-DISPLAY.
           CALL 'HEAD' USING WS-HEAD-ALT-LANG
           DISPLAY
               END-BODY
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-KB-RECORD.
                   FUNCTION TRIM(KB-SWITCH-TYPE)
                 END-H1
           END-DISPLAY.
           MOVE 'F' TO WS-LOAN-VERDICT.
           CALL 'LOANCHK' USING KB-ID WS-LOAN-VERDICT WS-LOAN-DUE
               ON EXCEPTION
                   MOVE 'F' TO WS-LOAN-VERDICT
           END-CALL.
           IF BOARD-ON-LOAN
               DISPLAY
                   PARA CLOSE-PARA
                     BOLD
                       'on loan'
                     END-BOLD
                     ' - due back '
                     WS-LOAN-DUE(1:4) '-' WS-LOAN-DUE(5:2) '-'
                     WS-LOAN-DUE(7:2) '.'
                   END-PARA
               END-DISPLAY
           END-IF.
           IF BOARD-PROMISED
               DISPLAY
                   PARA CLOSE-PARA
                     BOLD
                       'on loan'
                     END-BOLD
                     ' - promised to a borrower, shipping soon.'
                   END-PARA
               END-DISPLAY
           END-IF.
           IF KB-FOR-TRADE AND BOARD-FREE
               DISPLAY
                   PARA CLOSE-PARA
                     BOLD
           PERFORM EMIT-MAINT-TIMELINE.
           PERFORM EMIT-KB-TRADES.
           PERFORM EMIT-TRADE-HISTORY.
           IF KB-FOR-TRADE AND BOARD-FREE
               PERFORM EMIT-TRADE-FORM
           END-IF.
           IF BOARD-FREE
               PERFORM EMIT-LOAN-FORM
           END-IF.
           PERFORM EMIT-KB-REVIEWS.
           PERFORM EMIT-REVIEW-FORM.
           DISPLAY
      *    THE OTHER DIRECTION OF THE TYPED-ON LINK: THE STORIES THAT
      *    CAME OUT OF THIS BOARD, FROM THE STORY-KEYBOARD COLUMN.
       EMIT-TYPED-STORIES.
           MOVE 'typed-stories' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 'N' TO WS-STORY-EOF WS-TYPED-SHOWN.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
                   END-DIV
               END-DISPLAY
           END-IF.
           MOVE 'typed-stories' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-ONE-TYPED-STORY.
           MOVE SPACES TO STORY-AUTHORS STORY-KEYBOARD.
      *    FROM THE PENDING FILE TRADE.COB FEEDS; CONTACT DETAILS
      *    STAY IN THE DATA FILE AND OFF THE PAGE.
       EMIT-KB-TRADES.
           MOVE 'trades' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 'N' TO WS-TRADES-EOF WS-TRADES-SHOWN.
           OPEN INPUT TRADES-FILE.
           IF WS-TRADES-STATUS = '00'
                   END-DIV
               END-DISPLAY
           END-IF.
           MOVE 'trades' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       EMIT-ONE-TRADE-ROW.
           MOVE SPACES TO TRD-KB-ID TRD-OFFER TRD-CONTACT TRD-DATE
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"offer"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DIV
           END-DISPLAY.

      *    BORROW REQUESTS GO THROUGH MODERATION (APPROVELN.COB)
      *    BEFORE ANYTHING IS PROMISED; THE CONTACT ADDRESS IS FOR
      *    ARRANGING THE SHIPPING AND NEVER APPEARS ON A PAGE.
       EMIT-LOAN-FORM.
           DISPLAY
               DIV LINEAGE BECOMES 'kbloanform' CLOSE-DIV
                 H1 CLOSE-H1
                   'borrow this board'
                 END-H1
                 PARA CLOSE-PARA
                   'try it for a few weeks before buying your own.'
                 END-PARA
                 FORM FORMMETHOD BECOMES '"POST"'
                      ACTION BECOMES '"LOAN.COB"' CLOSE-FORM
                   FORMINPUT KIND BECOMES '"hidden"'
                             NAM BECOMES '"kbid"'
                             VAL BECOMES QUOTE
                                 FUNCTION TRIM(KB-ID) QUOTE
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"name"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"contact"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"note"' CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"text"'
                             NAM BECOMES '"website"'
                             STYLE-ATTR BECOMES '"display:none"'
                   CLOSE-INPUT
                   FORMINPUT KIND BECOMES '"submit"'
                             VAL BECOMES '"ask to borrow"' CLOSE-INPUT
                 END-FORM
                 PARA CLOSE-PARA
                   'what happens to what you leave here: '
                   LINK URL BECOMES '"/privacy"' CLOSE-LINK
                     'the privacy notice'
                   END-LINK
                 END-PARA
               END-DIV
           END-DISPLAY.

       EMIT-KB-REVIEWS.
           MOVE 'reviews' TO RTM-POINT.
           SET RTM-POINT-BEGIN TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE 'N' TO WS-REVIEW-EOF.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = '00'
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
           MOVE 'reviews' TO RTM-POINT.
           SET RTM-POINT-CLOSE TO TRUE.
           PERFORM MARK-RENDER-TIME.

       PARSE-AND-EMIT-REVIEW.
           UNSTRING REVIEW-FILE-LINE DELIMITED BY '|'
           END-DISPLAY.

           COPY 'HTMLESC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM KBPAGE.
