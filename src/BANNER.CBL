      *    "darkmode", "status") THAT SHOULD BE BOLDED/ITALICIZED FOR
      *    THE CALLING PAGE, SO A NEW NAV ITEM IS ONE NEW DIV HERE
      *    INSTEAD OF A ONE-OFF STYLE OVERRIDE ON EVERY OTHER PAGE.
      *    UNDER THE MASTHEAD GOES THE MAINTENANCE LINE FROM
      *    MAINTWIN.CBL: NOTICE OF A WINDOW OPENING BEFORE TOMORROW
      *    IS OUT, AND WHILE ONE IS OPEN ITS MESSAGE - THE FORMS ARE
      *    CLOSED THEN (DEGRADED.CBL) AND THIS IS WHERE READERS
      *    LEARN WHY AND UNTIL WHEN. THE MASTHEAD AND THE STORIES
      *    LINK ARE THE SITE'S OWN (SITEHOST.CBL), SO EACH DOMAIN THE
      *    INSTALL SERVES CARRIES ITS OWN TITLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-SEASON-NAME      PIC X(20)   VALUE SPACES.
       01  WS-SEASON-BANNER    PIC X(60)   VALUE SPACES.
       01  WS-SEASON-SHEET     PIC X(60)   VALUE SPACES.
      *    THE MAINTENANCE CALENDAR (MAINTWIN.CBL).
           COPY 'MAINTWIN.CPY'.
      *    THE SITE BEING SERVED (SITEHOST.CBL).
           COPY 'SITEREC.CPY'.
       LINKAGE SECTION.
       01  LS-CURRENT-PAGE     PIC X(20).
       PROCEDURE DIVISION USING LS-CURRENT-PAGE.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM RESOLVE-CHROME-PHRASES.
           CALL 'SEASON' USING WS-SEASON-NAME WS-SEASON-BANNER
               WS-SEASON-SHEET
           DISPLAY
           DIV LINEAGE BECOMES '"top"' CLOSE-DIV
           H1 CLOSE-H1
            FUNCTION TRIM(SITE-TITLE)
           END-H1
           END-DIV
           END-DISPLAY.
                   END-DIV
               END-DISPLAY
           END-IF.
           PERFORM EMIT-MAINTENANCE-LINE.
           DISPLAY
           DIV LINEAGE BECOMES '"links"' CLOSE-DIV
             DIV LINEAGE BECOMES '"storieslink"' CLOSE-DIV
               LINK URL BECOMES QUOTE FUNCTION TRIM(WS-BASE-URL) QUOTE
                 CLOSE-LINK
                 FUNCTION TRIM(WS-L-STORIES)
               END-LINK
             END-DIV
                   CONTINUE
           END-CALL.

       EMIT-MAINTENANCE-LINE.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE TRUE
               WHEN MNT-ACTIVE
                   DISPLAY
                       DIV LINEAGE BECOMES '"maintline"' CLOSE-DIV
                         'Down for maintenance until '
                         MNT-END-TEXT ' - '
                         FUNCTION TRIM(MNT-MESSAGE)
                         ' Reading still works; forms are closed.'
                       END-DIV
                   END-DISPLAY
               WHEN MNT-COMING
                   DISPLAY
                       DIV LINEAGE BECOMES '"maintline"' CLOSE-DIV
                         'Planned maintenance from '
                         MNT-START-TEXT ' to ' MNT-END-TEXT ' - '
                         FUNCTION TRIM(MNT-MESSAGE)
                       END-DIV
                   END-DISPLAY
           END-EVALUATE.

       EMIT-CURRENT-PAGE-STYLE.
           MOVE SPACES TO WS-CURRENT-STYLE.
           STRING '.' DELIMITED BY SIZE
