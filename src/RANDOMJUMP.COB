      *    PICKS ONE PUBLISHED STORY AT RANDOM AND REDIRECTS THE
      *    VISITOR STRAIGHT TO IT, THE SAME WAY DARKMODE.COB BOUNCES
      *    BACK TO HTTP_REFERER - SEE BANNER.CBL'S "RANDOM" LINK.
      *    A STORY THE READER'S CONTENT FILTERS MATCH (CWCHK.CBL) IS
      *    NEVER IN THE DRAW, WHICHEVER VIEW THEY CHOSE - A JUMP
      *    LANDS STRAIGHT ON THE STORY, SO THERE IS NOTHING TO
      *    COLLAPSE IT TO. NOR IS A STORY THE SITE BEING SERVED
      *    DOES NOT CARRY (SITEHOST.CBL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'CWFILTWS.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
           COPY 'SITECFG.CPY'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-RANDOM-IDX       PIC 9(4).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM COLLECT-STORY-PROGRAMS.
       GOBACK.

       COLLECT-STORY-PROGRAMS.
           PERFORM READ-CONTENT-FILTERS.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF OR WS-STORY-COUNT >= 200
               READ STORY-FILE
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       PERFORM CHECK-CONTENT-FILTER
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND NOT CW-MATCHED
                           ADD 1 TO WS-STORY-COUNT
                           MOVE STORY-PROGRAM TO
                               WS-STORY-PROGRAM(WS-STORY-COUNT)
           CLOSE STORY-FILE.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS
               STORY-KEYBOARD STORY-LICENCE STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.
      *    A STORY THE SITE BEING SERVED DOES NOT CARRY (ITS AUTHOR
      *    LIST IN data/SITES.DAT, SITEHOST.CBL) IS NEVER JUMPED TO.
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

           COPY 'CWFILT.CPY'.
       END PROGRAM RANDOMJUMP.
