      *    OUT AS PLAIN TEXT WITH <BR> MARKUP BLANKED AND THE
      *    BRANCHING/FOOTNOTE MARKER LINES DROPPED (A CAPSULE READS
      *    LINEARLY). RUN AFTER A PUBLISH, LIKE THE FEED JOBS.
      *    WITH A HOST NAME ON THE COMMAND LINE IT BUILDS THAT SITE'S
      *    CAPSULE INSTEAD (data/SITES.DAT, SITEHOST.CBL) - ONLY THE
      *    STORIES ITS AUTHOR LIST CARRIES, UNDER ITS OWN TITLE, IN
      *    gemini/<HOST>/. NO ARGUMENT IS THE PRIMARY SITE IN gemini/.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-BODY-EOF         PIC X       VALUE 'N'.
               88  BODY-EOF                    VALUE 'Y'.
       01  WS-BODY-FILENAME    PIC X(40).
       01  WS-GEM-FILENAME     PIC X(120).
       01  WS-GEM-DIR          PIC X(80)   VALUE 'gemini/'.
       01  WS-COMMAND-ARGS     PIC X(60)   VALUE SPACES.
           COPY 'SITEREC.CPY'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MKDIR-COMMAND    PIC X(100)
               VALUE 'mkdir -p gemini'.
       01  WS-STORY-TABLE.
               05  WS-ST-ENTRY     OCCURS 50 TIMES.
               05  WS-SPLIT-TAG    OCCURS 5 TIMES PIC X(20).
       01  WS-SPLIT-IDX        PIC 9(2).
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-SITE.
           IF SITE-UNKNOWN
               DISPLAY 'gemini: no site '
                   FUNCTION TRIM(WS-COMMAND-ARGS)
                   ' in data/SITES.DAT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-GEM-DIR WS-MKDIR-COMMAND.
           STRING 'gemini/' DELIMITED BY SIZE
                  SITE-DIR DELIMITED BY SPACE
               INTO WS-GEM-DIR
           END-STRING.
           STRING 'mkdir -p ' DELIMITED BY SIZE
                  WS-GEM-DIR DELIMITED BY SPACE
               INTO WS-MKDIR-COMMAND
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           CALL 'SYSTEM' USING WS-MKDIR-COMMAND.
           END-PERFORM.
           PERFORM WRITE-TAGS-PAGE.
           DISPLAY 'gemini: ' WS-ST-COUNT ' stor(y/ies) mirrored '
               'into ' FUNCTION TRIM(WS-GEM-DIR).
       GOBACK.

      *    A NAMED SITE THE MASTER DOES NOT LIST COMES BACK
      *    SITE-UNKNOWN - SO DOES ONE NAMED WHEN SITEHOST CANNOT BE
      *    CALLED, RATHER THAN WRITING THE PRIMARY'S CAPSULE UNDER
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

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS
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

       LOAD-STORY-TABLE.
           OPEN INPUT STORY-FILE.
           WRITE GEM-FILE-LINE.

       WRITE-INDEX-PAGE.
           MOVE SPACES TO WS-GEM-FILENAME.
           STRING WS-GEM-DIR DELIMITED BY SPACE
                  'index.gmi' DELIMITED BY SIZE
               INTO WS-GEM-FILENAME
           END-STRING.
           OPEN OUTPUT GEM-FILE.
           MOVE SPACES TO GEM-FILE-LINE.
           STRING '# ' DELIMITED BY SIZE
                  FUNCTION TRIM(SITE-TITLE) DELIMITED BY SIZE
               INTO GEM-FILE-LINE
           END-STRING.
           PERFORM WRITE-GEM-LINE.
           MOVE 'the catalogue, mirrored for the small pond.'
               TO GEM-FILE-LINE.

       WRITE-STORY-PAGE.
           MOVE SPACES TO WS-GEM-FILENAME.
           STRING WS-GEM-DIR DELIMITED BY SPACE
                  FUNCTION TRIM(WS-ST-ID(WS-ST-IDX))
                      DELIMITED BY SIZE
                  '.gmi' DELIMITED BY SIZE

       WRITE-TAGS-PAGE.
           PERFORM COLLECT-TAGS.
           MOVE SPACES TO WS-GEM-FILENAME.
           STRING WS-GEM-DIR DELIMITED BY SPACE
                  'tags.gmi' DELIMITED BY SIZE
               INTO WS-GEM-FILENAME
           END-STRING.
           OPEN OUTPUT GEM-FILE.
           MOVE '# by theme' TO GEM-FILE-LINE.
           PERFORM WRITE-GEM-LINE.
