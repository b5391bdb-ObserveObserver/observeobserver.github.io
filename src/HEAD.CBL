       01  WS-SEASON-NAME      PIC X(20)   VALUE SPACES.
       01  WS-SEASON-BANNER    PIC X(60)   VALUE SPACES.
       01  WS-SEASON-SHEET     PIC X(60)   VALUE SPACES.
      *    THE SITE BEING SERVED (SITEHOST.CBL) - ITS OWN PREVIEW
      *    IMAGE URL AND, IF IT HAS ONE, ITS THEME SHEET, LINKED AFTER
      *    THE HOUSE SHEETS SO IT WINS AND BEFORE THE SEASON'S SO A
      *    HOLIDAY STILL DRESSES EVERY DOMAIN.
           COPY 'SITEREC.CPY'.
       LINKAGE SECTION.
       01  LS-ALT-LANG         PIC X(5).
       01  LS-ALT-URL          PIC X(60).
       01  LS-ROBOTS           PIC X(1).
       PROCEDURE DIVISION USING LS-ALT-LANG LS-ALT-URL
               LS-TITLE LS-DESC LS-ROBOTS.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-ROBOTS = 'Y'
               DISPLAY
                   META NAM BECOMES '"robots"'
                      CON BECOMES '"summary_large_image"'
                   CLOSE-META
                 META NAM BECOMES '"twitter:image"'
                      CON BECOMES QUOTE FUNCTION TRIM(WS-BASE-URL)
                          'f/preview.jpg' QUOTE
                   CLOSE-META
                 NL
           END-DISPLAY.
           IF FUNCTION TRIM(LS-TITLE) NOT = SPACES
                   NL
               END-DISPLAY
           END-IF.
           IF FUNCTION TRIM(SITE-THEME) NOT = SPACES
               DISPLAY
                   L1NK RELATES BECOMES '"stylesheet"'
                        KIND BECOMES '"text/css"'
                        URL BECOMES QUOTE
                            FUNCTION TRIM(SITE-THEME) QUOTE
                   CLOSE-LINK
                   NL
               END-DISPLAY
           END-IF.
           CALL 'SEASON' USING WS-SEASON-NAME WS-SEASON-BANNER
               WS-SEASON-SHEET
               ON EXCEPTION
