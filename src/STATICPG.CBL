      *    MEANS THE DYNAMIC RENDER MUST RUN, AND A MISSING COPY
      *    (FIRST DEPLOY, OR A BUILD IN FLIGHT) JUST FALLS THROUGH
      *    THE SAME WAY, SO THE STATIC FILE BUYS SPEED, NEVER
      *    CORRECTNESS. THE COPIES ARE THE PRIMARY SITE'S
      *    (SITEHOST.CBL); ANY OTHER DOMAIN THE INSTALL SERVES
      *    RENDERS LIVE, SO IT NEVER GETS THE PRIMARY'S MASTHEAD OR
      *    STORY LIST AND THE BUILD FETCHES EACH HEAVY PAGE ONCE, NOT
      *    ONCE PER SITE.
      *    THE MAINTENANCE LINE (BANNER.CBL) CANNOT BE BAKED IN - IT
      *    COMES AND GOES ON THE CLOCK, NOT ON A PUBLISH - SO WHILE A
      *    WINDOW IS OPEN OR DUE BEFORE TOMORROW IS OUT (MAINTWIN.CBL)
      *    THE COPY STAYS ON THE SHELF AND THE LIVE RENDER DRAWS IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
               88  STATIC-EOF                  VALUE 'Y'.
       01  WS-QUERY-STRING     PIC X(400)  VALUE SPACES.
       01  WS-CONTENT-TYPE     PIC X(40)   VALUE 'TEXT/HTML'.
           COPY 'SITEREC.CPY'.
           COPY 'MAINTWIN.CPY'.
       LINKAGE SECTION.
       01  LS-PAGE-NAME        PIC X(20).
       01  LS-SERVED           PIC X.
           IF FUNCTION TRIM(WS-QUERY-STRING) NOT = SPACES
               GOBACK
           END-IF.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF NOT SITE-PRIMARY
               GOBACK
           END-IF.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF MNT-ACTIVE OR MNT-COMING
               GOBACK
           END-IF.
           MOVE SPACES TO WS-STATIC-NAME.
           STRING 'f/static/' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-PAGE-NAME) DELIMITED BY SIZE
