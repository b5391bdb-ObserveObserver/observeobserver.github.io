      *    INTO ONE WELL-FORMED SINGLE-FILE VOLUME AT
      *    f/anthology.html: CONTENT WARNINGS GATHERED UP FRONT, A
      *    LINKED TABLE OF CONTENTS, AND A TITLE PAGE PER STORY FROM
      *    THE data/STORY.DAT METADATA (TITLE, FIRST PUBLISHED DATE
      *    AND THE LICENCE IT IS PUBLISHED UNDER, NAMED BY
      *    LICLOOK.CBL), THE BODIES STREAMED FROM
      *    data/STORIES/. STORIES READ IN PUBDATE ORDER, EXCEPT THAT
      *    A STORY BELONGING TO A data/SERIES.DAT THREAD APPEARS IN
      *    ITS SERIES' READING ORDER AT THE POSITION THE SERIES
      *    FIRST SURFACES. EACH SERIES ALSO GETS A VOLUME OF ITS OWN
      *    AT f/series-<ID>.html, SO A FINISHED THREAD CAN BE HANDED
      *    TO SOMEONE AS ONE FILE. RUN BY PUBRUN.COB AS PART OF THE
      *    ORCHESTRATED PUBLISH, OR BY HAND AFTER ONE. WITH A HOST
      *    NAME ON THE COMMAND LINE IT BINDS THAT SITE'S VOLUMES
      *    (data/SITES.DAT, SITEHOST.CBL) - ONLY THE STORIES ITS
      *    AUTHOR LIST CARRIES, UNDER ITS OWN TITLE, AT
      *    f/<HOST>/anthology.html AND f/<HOST>/series-<ID>.html, AND
      *    ONLY FOR A SERIES WITH AT LEAST ONE OF ITS STORIES. NO
      *    ARGUMENT IS THE PRIMARY SITE AND THE FILES ABOVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BOOK-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-FILENAME    PIC X(40)   VALUE SPACES.
       01  WS-BOOK-FILENAME    PIC X(120)  VALUE SPACES.
       01  WS-BOOK-DIR         PIC X(80)   VALUE 'f/'.
       01  WS-COMMAND-ARGS     PIC X(60)   VALUE SPACES.
       01  WS-MKDIR-COMMAND    PIC X(100)  VALUE SPACES.
           COPY 'SITEREC.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-SERIES-EOF       PIC X       VALUE 'N'.
               10  WS-ST-TITLE         PIC X(30).
               10  WS-ST-PUBDATE       PIC X(8).
               10  WS-ST-WARNING       PIC X(60).
               10  WS-ST-LICENCE       PIC X(12).
               10  WS-ST-PLACED        PIC X.
       01  WS-ST-IDX           PIC 9(3).
       01  WS-ST-JDX           PIC 9(3).
               05  PIC X(30).
               05  PIC X(8).
               05  PIC X(60).
               05  PIC X(12).
               05  PIC X.
      *    THE SERIES THREADS AND THEIR READING ORDERS.
       01  WS-SR-COUNT         PIC 9(2)    VALUE 0.
               10  WS-SR-ID            PIC X(8).
               10  WS-SR-TITLE         PIC X(40).
               10  WS-SR-MEMBERS       PIC X(90).
               10  WS-SR-CARRIED       PIC X.
       01  WS-SR-IDX           PIC 9(2).
       01  WS-MEMBER-ID        PIC X(8).
       01  WS-MEMBER-PTR       PIC 9(3).
       01  WS-SERIES-OF-STORY  PIC 9(2)    VALUE 0.
       01  WS-WARNING-SHOWN    PIC 9(3)    VALUE 0.
       01  WS-BOOK-COUNT       PIC 9(2)    VALUE 0.
       01  WS-LIC-CODE         PIC X(12).
       01  WS-LIC-NAME         PIC X(60).
       01  WS-LIC-URL          PIC X(120).
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-SITE.
           IF SITE-UNKNOWN
               DISPLAY 'anthology: no site '
                   FUNCTION TRIM(WS-COMMAND-ARGS)
                   ' in data/SITES.DAT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT SITE-PRIMARY
               PERFORM MAKE-SITE-DIR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-PUBLISHED-STORIES.
           PERFORM SORT-BY-PUBDATE.
           PERFORM LOAD-SERIES-TABLE.
           PERFORM MARK-CARRIED-SERIES.
           MOVE SPACES TO WS-BOOK-FILENAME.
           STRING WS-BOOK-DIR DELIMITED BY SPACE
                  'anthology.html' DELIMITED BY SIZE
               INTO WS-BOOK-FILENAME
           END-STRING.
           PERFORM WRITE-WHOLE-ANTHOLOGY.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF SITE-AUTHORS = SPACES
                       OR WS-SR-CARRIED(WS-SR-IDX) = 'Y'
                   PERFORM WRITE-ONE-SERIES-VOLUME
               END-IF
           END-PERFORM.
           DISPLAY 'anthology: ' WS-ST-COUNT ' stor(y/ies) bound'
               ' into ' WS-BOOK-COUNT ' volume(s)'.
       GOBACK.

      *    A NAMED SITE THE MASTER DOES NOT LIST COMES BACK
      *    SITE-UNKNOWN - SO DOES ONE NAMED WHEN SITEHOST CANNOT BE
      *    CALLED, RATHER THAN BINDING THE PRIMARY'S VOLUMES UNDER
      *    ANOTHER SITE'S NAME.
       CHOOSE-SITE.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
               TO SITE-HOST.
           IF SITE-HOST NOT = SPACES
               MOVE 'U' TO SITE-KIND
           END-IF.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       MAKE-SITE-DIR.
           MOVE SPACES TO WS-BOOK-DIR WS-MKDIR-COMMAND.
           STRING 'f/' DELIMITED BY SIZE
                  SITE-DIR DELIMITED BY SPACE
               INTO WS-BOOK-DIR
           END-STRING.
           STRING 'mkdir -p ' DELIMITED BY SIZE
                  WS-BOOK-DIR DELIMITED BY SPACE
               INTO WS-MKDIR-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-MKDIR-COMMAND.
           MOVE 0 TO RETURN-CODE.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-AUTHORS STORY-LICENCE.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE
           END-UNSTRING.
      *    A STORY THE SITE DOES NOT CARRY IS SKIPPED LIKE A DRAFT.
           IF SITE-AUTHORS NOT = SPACES
               MOVE 'M' TO SITE-ACTION
               MOVE STORY-AUTHORS TO SITE-STORY-AUTHORS
               CALL 'SITEHOST' USING SITE-ENTRY
                   ON EXCEPTION
                       MOVE 'Y' TO SITE-MEMBER-FLAG
               END-CALL
               IF NOT SITE-MEMBER
                   MOVE 'Y' TO STORY-DRAFT
               END-IF
           END-IF.

       LOAD-PUBLISHED-STORIES.
           OPEN INPUT STORY-FILE.
                               TO WS-ST-PUBDATE(WS-ST-COUNT)
                           MOVE STORY-WARNING
                               TO WS-ST-WARNING(WS-ST-COUNT)
                           MOVE STORY-LICENCE
                               TO WS-ST-LICENCE(WS-ST-COUNT)
                           MOVE 'N' TO WS-ST-PLACED(WS-ST-COUNT)
                       END-IF
               END-READ
                                   TO WS-SR-TITLE(WS-SR-COUNT)
                               MOVE SERIES-MEMBERS
                                   TO WS-SR-MEMBERS(WS-SR-COUNT)
                               MOVE 'N' TO WS-SR-CARRIED(WS-SR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF.

      *    A SERIES IS CARRIED WHEN ANY STORY LOADED ABOVE - ONLY
      *    THE SITE'S OWN, FOR A SITE WITH AN AUTHOR LIST - IS IN IT.
       MARK-CARRIED-SERIES.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM FIND-SERIES-OF-STORY
               IF IN-SERIES
                   MOVE 'Y' TO WS-SR-CARRIED(WS-SERIES-OF-STORY)
               END-IF
           END-PERFORM.

      *    THE WHOLE VOLUME: HEAD, THE GATHERED WARNINGS, THE TABLE
      *    OF CONTENTS, THEN THE STORIES - PUBDATE ORDER, BUT WHEN A
      *    SERIES MEMBER COMES UP THE WHOLE SERIES BINDS IN AT THAT
           MOVE '<META CHARSET="UTF-8">' TO BOOK-FILE-LINE.
           WRITE BOOK-FILE-LINE.
           MOVE SPACES TO BOOK-FILE-LINE.
           STRING '<TITLE>' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
                  ' - collected' DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ')</TITLE>' DELIMITED BY SIZE
           WRITE BOOK-FILE-LINE.
           MOVE '</HEAD><BODY>' TO BOOK-FILE-LINE.
           WRITE BOOK-FILE-LINE.
           MOVE SPACES TO BOOK-FILE-LINE.
           STRING '<H1>' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
                  ' - collected</H1>' DELIMITED BY SIZE
               INTO BOOK-FILE-LINE
           END-STRING.
           WRITE BOOK-FILE-LINE.

      *    EVERY CONTENT WARNING THE VOLUME CARRIES, HONORED UP
               INTO BOOK-FILE-LINE
           END-STRING.
           WRITE BOOK-FILE-LINE.
           PERFORM WRITE-LICENCE-LINE.
           MOVE SPACES TO WS-BODY-FILENAME.
           STRING 'data/STORIES/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-ID(WS-FOUND-IDX))
               CLOSE STORY-BODY-FILE
           END-IF.

      *    THE TERMS A READER OF THE VOLUME MAY SHARE THE STORY ON -
      *    THE STORY'S OWN LICENCE CODE, OR THE SITE DEFAULT.
       WRITE-LICENCE-LINE.
           MOVE WS-ST-LICENCE(WS-FOUND-IDX) TO WS-LIC-CODE.
           MOVE SPACES TO WS-LIC-NAME WS-LIC-URL.
           CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME WS-LIC-URL
               WS-LIC-FOUND
               ON EXCEPTION
                   MOVE WS-LIC-CODE TO WS-LIC-NAME
           END-CALL.
           MOVE SPACES TO BOOK-FILE-LINE.
           IF FUNCTION TRIM(WS-LIC-URL) NOT = SPACES
               STRING '<P><I>licence: <A HREF="' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIC-URL) DELIMITED BY SIZE
                      '" REL="license">' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIC-NAME) DELIMITED BY SIZE
                      '</A></I></P>' DELIMITED BY SIZE
                   INTO BOOK-FILE-LINE
               END-STRING
           ELSE
               STRING '<P><I>licence: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIC-NAME) DELIMITED BY SIZE
                      '</I></P>' DELIMITED BY SIZE
                   INTO BOOK-FILE-LINE
               END-STRING
           END-IF.
           WRITE BOOK-FILE-LINE.

       WRITE-BOOK-TAIL.
           MOVE '</BODY></HTML>' TO BOOK-FILE-LINE.
           WRITE BOOK-FILE-LINE.
      *    SAME WARNINGS-FIRST RULE SCOPED TO ITS OWN MEMBERS.
       WRITE-ONE-SERIES-VOLUME.
           MOVE SPACES TO WS-BOOK-FILENAME.
           STRING WS-BOOK-DIR DELIMITED BY SPACE
                  'series-' DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(
                      WS-SR-ID(WS-SR-IDX))) DELIMITED BY SIZE
                  '.html' DELIMITED BY SIZE
