      *    A STORY THAT'S PULLED BACK TO DRAFT AFTER ITS PUBDATE HAS
      *    ALREADY BEEN CACHED STAYS IN THE CACHE - DELETE BOTH DATA
      *    FILES TO FORCE A FULL RESCAN IF THAT EVER NEEDS CLEARING.
      *    WITH A HOST NAME ON THE COMMAND LINE IT BUILDS THAT SITE'S
      *    SITEMAP (data/SITES.DAT, SITEHOST.CBL) - ITS BASE URL, ONLY
      *    THE STORIES ITS AUTHOR LIST CARRIES - AS
      *    f/<HOST>/sitemap.xml, WITH ITS OWN CACHE AND CHECKPOINT
      *    (data/SITEMAP-URLS-<HOST>.DAT, data/SITEMAP-LAST-<HOST>.DAT)
      *    SINCE THE CACHED FRAGMENTS CARRY THE BASE URL. NO ARGUMENT
      *    IS THE PRIMARY SITE AND THE FILES ABOVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITEMAP-FILE ASSIGN TO DYNAMIC WS-SITEMAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT URLCACHE-FILE ASSIGN TO DYNAMIC WS-CACHE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
       DATA DIVISION.
           COPY 'SITECFG.CPY'.
       01  WS-ISO-DATE         PIC X(10).
       01  WS-STATIC-PROGRAM   PIC X(20).
       01  WS-COMMAND-ARGS     PIC X(60)   VALUE SPACES.
       01  WS-SITEMAP-NAME     PIC X(100)  VALUE 'f/sitemap.xml'.
       01  WS-CACHE-NAME       PIC X(100)
               VALUE 'data/SITEMAP-URLS.DAT'.
       01  WS-CHECK-NAME       PIC X(100)
               VALUE 'data/SITEMAP-LAST.DAT'.
       01  WS-MKDIR-COMMAND    PIC X(100)  VALUE SPACES.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           PERFORM CHOOSE-SITE.
           IF SITE-UNKNOWN
               DISPLAY 'sitemap: no site '
                   FUNCTION TRIM(WS-COMMAND-ARGS)
                   ' in data/SITES.DAT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT SITE-PRIMARY
               PERFORM NAME-SITE-FILES
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM READ-CHECKPOINT.
           END-DISPLAY.
       GOBACK.

      *    A NAMED SITE THE MASTER DOES NOT LIST COMES BACK
      *    SITE-UNKNOWN - SO DOES ONE NAMED WHEN SITEHOST CANNOT BE
      *    CALLED, RATHER THAN WRITING THE PRIMARY'S SITEMAP UNDER
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

       NAME-SITE-FILES.
           MOVE SPACES TO WS-SITEMAP-NAME WS-CACHE-NAME WS-CHECK-NAME
               WS-MKDIR-COMMAND.
           STRING 'f/' DELIMITED BY SIZE
                  SITE-DIR DELIMITED BY SPACE
                  'sitemap.xml' DELIMITED BY SIZE
               INTO WS-SITEMAP-NAME
           END-STRING.
           STRING 'data/SITEMAP-URLS-' DELIMITED BY SIZE
                  SITE-HOST DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CACHE-NAME
           END-STRING.
           STRING 'data/SITEMAP-LAST-' DELIMITED BY SIZE
                  SITE-HOST DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CHECK-NAME
           END-STRING.
           STRING 'mkdir -p f/' DELIMITED BY SIZE
                  SITE-DIR DELIMITED BY SPACE
               INTO WS-MKDIR-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-MKDIR-COMMAND.
           MOVE 0 TO RETURN-CODE.

       READ-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           END-IF.

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

       CACHE-NEW-STORIES.
           MOVE WS-CHECKPOINT TO WS-MAX-PUBDATE.
