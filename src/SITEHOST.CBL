       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEHOST.
      *    SHARED SUBPROGRAM - WHICH SITE THIS IS. ONE INSTALL, ONE
      *    data/STORY.DAT, MORE THAN ONE DOMAIN: data/SITES.DAT IS THE
      *    SITE MASTER, ONE ROW PER DOMAIN, KEYED BY THE HOST NAME:
      *        HOST|BASE-URL|TITLE|AUTHORS|THEME-SHEET|FEED-TITLE
      *    THE FIRST ROW IS THE PRIMARY SITE - IT ANSWERS FOR ANY
      *    HOST THE MASTER DOES NOT LIST, AND ITS GENERATED FILES KEEP
      *    THE PATHS THEY ALWAYS HAD. AUTHORS IS A COMMA LIST OF
      *    STORY-AUTHORS IDS THE SITE CARRIES (BLANK - EVERY STORY),
      *    THEME-SHEET A STYLESHEET LINKED AFTER THE HOUSE ONES
      *    (HEAD.CBL), TITLE THE MASTHEAD (BANNER.CBL) AND FEED-TITLE
      *    THE CHANNEL TITLE (FEED.COB). A PAGE ASKS WITH A BLANK HOST
      *    AND GETS THE SITE ITS HTTP_HOST NAMES (LOWER-CASED, ANY
      *    :PORT DROPPED); A BATCH JOB GETS THE PRIMARY UNLESS IT
      *    NAMES A SITE, AND A NAMED SITE STAYS THE RUN'S SITE SO THE
      *    SUBPROGRAMS THE JOB CALLS AGREE WITH IT. THE MASTER IS
      *    READ ONCE PER RUN; WITHOUT ONE EVERY HOST IS THE PRIMARY AS
      *    COMPILED INTO SITEREC.CPY. SEE SITEREC.CPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITES-FILE ASSIGN TO "data/SITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITES-FILE.
       01  SITES-FILE-LINE     PIC X(400).
       WORKING-STORAGE SECTION.
       01  WS-SITES-STATUS     PIC X(2)    VALUE '00'.
       01  WS-SITES-EOF        PIC X       VALUE 'N'.
               88  SITES-EOF                   VALUE 'Y'.
       01  WS-MASTER-READ      PIC X       VALUE 'N'.
               88  MASTER-READ                 VALUE 'Y'.
       01  WS-SITE-COUNT       PIC 9(2)    VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ROW         OCCURS 20 TIMES.
               10  WS-S-HOST           PIC X(60).
               10  WS-S-BASE-URL       PIC X(40).
               10  WS-S-TITLE          PIC X(40).
               10  WS-S-AUTHORS        PIC X(30).
               10  WS-S-THEME          PIC X(60).
               10  WS-S-FEED-TITLE     PIC X(60).
       01  WS-SITE-IDX         PIC 9(2).
       01  WS-FOUND-IDX        PIC 9(2)    VALUE 0.
      *    THE ROW THIS RUN IS SERVING - 0 UNTIL THE FIRST CALL.
       01  WS-RUN-IDX          PIC 9(2)    VALUE 0.
       01  WS-ASKED-HOST       PIC X(60)   VALUE SPACES.
       01  WS-HOST-NAME        PIC X(60)   VALUE SPACES.
       01  WS-HOST-REST        PIC X(60)   VALUE SPACES.
       01  WS-AUTHORS-PADDED   PIC X(32)   VALUE SPACES.
       01  WS-AUTHOR-ID        PIC X(30)   VALUE SPACES.
       01  WS-AUTHOR-PTR       PIC 9(3)    VALUE 1.
       01  WS-NEEDLE           PIC X(32)   VALUE SPACES.
       01  WS-NEEDLE-LEN       PIC 9(2)    VALUE 0.
       01  WS-NEEDLE-HITS      PIC 9(3)    VALUE 0.
       LINKAGE SECTION.
           COPY 'SITEREC.CPY'.
       PROCEDURE DIVISION USING SITE-ENTRY.
           IF NOT MASTER-READ
               PERFORM READ-SITE-MASTER
           END-IF.
           IF SITE-MEMBER-CHECK
               PERFORM CHECK-MEMBERSHIP
           ELSE
               PERFORM RESOLVE-SITE
           END-IF.
           MOVE 'R' TO SITE-ACTION.
       GOBACK.

      *    THE COMPILED-IN PRIMARY GOES IN AS ROW 1 WHEN THE MASTER
      *    IS MISSING OR EMPTY, SO THE LOOKUPS BELOW NEVER SEE AN
      *    EMPTY TABLE.
       READ-SITE-MASTER.
           SET MASTER-READ TO TRUE.
           MOVE 0 TO WS-SITE-COUNT.
           MOVE 'N' TO WS-SITES-EOF.
           OPEN INPUT SITES-FILE.
           IF WS-SITES-STATUS = '00'
               PERFORM UNTIL SITES-EOF
                   READ SITES-FILE
                       AT END
                           SET SITES-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-SITE-ROW
                   END-READ
               END-PERFORM
               CLOSE SITES-FILE
           END-IF.
           IF WS-SITE-COUNT = 0
               MOVE 1 TO WS-SITE-COUNT
               MOVE 'observe.observer' TO WS-S-HOST(1)
               MOVE 'https://observe.observer/' TO WS-S-BASE-URL(1)
               MOVE '*observe.observer' TO WS-S-TITLE(1)
               MOVE SPACES TO WS-S-AUTHORS(1) WS-S-THEME(1)
               MOVE '*observe.observer' TO WS-S-FEED-TITLE(1)
           END-IF.

      *    A ROW WITHOUT A HOST OR A BASE URL IS SKIPPED; A BLANK
      *    FEED TITLE FALLS BACK TO THE SITE TITLE.
       TAKE-SITE-ROW.
           IF WS-SITE-COUNT < 20
               ADD 1 TO WS-SITE-COUNT
               MOVE SPACES TO WS-SITE-ROW(WS-SITE-COUNT)
               UNSTRING SITES-FILE-LINE DELIMITED BY '|'
                   INTO WS-S-HOST(WS-SITE-COUNT)
                        WS-S-BASE-URL(WS-SITE-COUNT)
                        WS-S-TITLE(WS-SITE-COUNT)
                        WS-S-AUTHORS(WS-SITE-COUNT)
                        WS-S-THEME(WS-SITE-COUNT)
                        WS-S-FEED-TITLE(WS-SITE-COUNT)
               END-UNSTRING
               MOVE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(WS-S-HOST(WS-SITE-COUNT)))
                   TO WS-S-HOST(WS-SITE-COUNT)
               IF WS-S-HOST(WS-SITE-COUNT) = SPACES
                       OR WS-S-BASE-URL(WS-SITE-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-SITE-COUNT
               ELSE
                   IF WS-S-FEED-TITLE(WS-SITE-COUNT) = SPACES
                       MOVE WS-S-TITLE(WS-SITE-COUNT)
                           TO WS-S-FEED-TITLE(WS-SITE-COUNT)
                   END-IF
               END-IF
           END-IF.

       RESOLVE-SITE.
           IF SITE-HOST = SPACES
               IF WS-RUN-IDX = 0
                   MOVE SPACES TO WS-ASKED-HOST
                   ACCEPT WS-ASKED-HOST FROM ENVIRONMENT 'HTTP_HOST'
                   PERFORM FIND-ASKED-HOST
                   IF WS-FOUND-IDX = 0
                       MOVE 1 TO WS-FOUND-IDX
                   END-IF
                   MOVE WS-FOUND-IDX TO WS-RUN-IDX
               END-IF
               MOVE WS-RUN-IDX TO WS-FOUND-IDX
               PERFORM RETURN-SITE-ROW
           ELSE
               MOVE SITE-HOST TO WS-ASKED-HOST
               PERFORM FIND-ASKED-HOST
               IF WS-FOUND-IDX = 0
                   MOVE 1 TO WS-FOUND-IDX
                   PERFORM RETURN-SITE-ROW
                   MOVE 'U' TO SITE-KIND
               ELSE
                   MOVE WS-FOUND-IDX TO WS-RUN-IDX
                   PERFORM RETURN-SITE-ROW
               END-IF
           END-IF.

      *    'LWREN.Example.org:8080' LOOKS UP AS 'lwren.example.org'.
       FIND-ASKED-HOST.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ASKED-HOST))
               TO WS-ASKED-HOST.
           MOVE SPACES TO WS-HOST-NAME WS-HOST-REST.
           UNSTRING WS-ASKED-HOST DELIMITED BY ':'
               INTO WS-HOST-NAME WS-HOST-REST
           END-UNSTRING.
           MOVE WS-HOST-NAME TO WS-ASKED-HOST.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-ASKED-HOST NOT = SPACES
               PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                       UNTIL WS-SITE-IDX > WS-SITE-COUNT
                           OR WS-FOUND-IDX > 0
                   IF WS-S-HOST(WS-SITE-IDX) = WS-ASKED-HOST
                       MOVE WS-SITE-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       RETURN-SITE-ROW.
           MOVE WS-S-HOST(WS-FOUND-IDX) TO SITE-HOST.
           MOVE WS-S-BASE-URL(WS-FOUND-IDX) TO WS-BASE-URL.
           MOVE WS-S-TITLE(WS-FOUND-IDX) TO SITE-TITLE.
           MOVE WS-S-AUTHORS(WS-FOUND-IDX) TO SITE-AUTHORS.
           MOVE WS-S-THEME(WS-FOUND-IDX) TO SITE-THEME.
           MOVE WS-S-FEED-TITLE(WS-FOUND-IDX) TO SITE-FEED-TITLE.
           MOVE SPACES TO SITE-DIR.
           IF WS-FOUND-IDX = 1
               MOVE 'P' TO SITE-KIND
           ELSE
               MOVE 'S' TO SITE-KIND
               STRING WS-S-HOST(WS-FOUND-IDX) DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                   INTO SITE-DIR
               END-STRING
           END-IF.

      *    BOTH COLUMNS ARE COMMA-SEPARATED LISTS; EACH OF THE SITE'S
      *    IDS IS SEARCHED WRAPPED IN COMMAS AGAINST THE STORY'S LIST
      *    WRAPPED THE SAME WAY, AS FEED.COB SCOPES ?author=. ONE
      *    MATCH IS ENOUGH. A SITE WITH NO AUTHORS CARRIES EVERYTHING.
       CHECK-MEMBERSHIP.
           MOVE 'Y' TO SITE-MEMBER-FLAG.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'N' TO SITE-MEMBER-FLAG
               MOVE SPACES TO WS-AUTHORS-PADDED
               STRING ',' DELIMITED BY SIZE
                      FUNCTION TRIM(SITE-STORY-AUTHORS)
                          DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                   INTO WS-AUTHORS-PADDED
               END-STRING
               MOVE 1 TO WS-AUTHOR-PTR
               PERFORM UNTIL WS-AUTHOR-PTR > 30 OR SITE-MEMBER
                   MOVE SPACES TO WS-AUTHOR-ID
                   UNSTRING SITE-AUTHORS DELIMITED BY ','
                       INTO WS-AUTHOR-ID
                       WITH POINTER WS-AUTHOR-PTR
                   END-UNSTRING
                   IF WS-AUTHOR-ID NOT = SPACES
                       PERFORM MATCH-ONE-AUTHOR
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-ONE-AUTHOR.
           MOVE SPACES TO WS-NEEDLE.
           STRING ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-NEEDLE
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))
               TO WS-NEEDLE-LEN.
           MOVE 0 TO WS-NEEDLE-HITS.
           INSPECT WS-AUTHORS-PADDED TALLYING WS-NEEDLE-HITS
               FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN).
           IF WS-NEEDLE-HITS > 0
               MOVE 'Y' TO SITE-MEMBER-FLAG
           END-IF.
       END PROGRAM SITEHOST.
