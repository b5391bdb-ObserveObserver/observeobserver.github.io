      *    SILENTLY NEVER RENDERS. THIS JOB WALKS EVERY
      *    CROSS-REFERENCE AND FIELD FORMAT AND PRINTS AN EXCEPTION
      *    REPORT: COMMENT AND REVIEW ROWS AGAINST THEIR MASTERS,
      *    STORY ALT/AUTHOR/KEYBOARD/LICENCE/WARNING-CATEGORY
      *    COLUMNS, ROUTE AND STORY
      *    PROGRAMS AGAINST THE DEPLOYED cgi-bin/ BINARIES, LEGACY
      *    REDIRECT TARGETS AGAINST data/ROUTES.DAT, PLUS DATE,
      *    RATING, AND FIELD-COUNT SHAPES, AND KEYBOARD SPECS AGAINST
      *    THE SWITCH/LAYOUT/PROFILE REFERENCE MASTERS.
      *    scripts/build.sh RUNS IT AND LOGS THE VERDICT TO
      *    data/BUILD-CHECKS.DAT, WHICH STATUS.COB DISPLAYS WITH THE
      *    OTHER CHECKS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-ROW-NUM          PIC 9(5).
       01  WS-EXCEPTION-COUNT  PIC 9(5)    VALUE 0.
       01  WS-FIELD-COUNT      PIC 9(3).
       01  WS-REF-KIND         PIC X(8).
       01  WS-REF-VALUE        PIC X(30).
       01  WS-REF-CANON        PIC X(30).
       01  WS-REF-VERDICT      PIC X.
       01  WS-LIC-CODE         PIC X(12).
       01  WS-LIC-NAME         PIC X(60).
       01  WS-LIC-URL          PIC X(120).
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
           COPY 'CWFILTWS.CPY'.
       01  WS-STORY-IDS.
               05  WS-SID-ENTRY    OCCURS 200 TIMES PIC X(8).
       01  WS-SID-COUNT        PIC 9(4)    VALUE 0.
           MOVE SPACES TO STORY-ID STORY-TITLE STORY-EXCERPT
               STORY-PUBDATE STORY-PROGRAM STORY-TAGS STORY-WARNING
               STORY-DRAFT STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
               STORY-LICENCE STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       LOAD-AND-CHECK-KEYBOARDS.
               DISPLAY 'data/KEYBOARD.DAT row ' WS-ROW-NUM
                   ': for-trade flag not Y/N'
           END-IF.
           MOVE 'switch' TO WS-REF-KIND.
           MOVE KB-SWITCH-TYPE TO WS-REF-VALUE.
           PERFORM CHECK-KB-REFERENCE.
           MOVE 'layout' TO WS-REF-KIND.
           MOVE KB-LAYOUT TO WS-REF-VALUE.
           PERFORM CHECK-KB-REFERENCE.
           MOVE 'profile' TO WS-REF-KIND.
           MOVE KB-KEYCAP-PROFILE TO WS-REF-VALUE.
           PERFORM CHECK-KB-REFERENCE.

      *    SWITCH, LAYOUT AND KEYCAP PROFILE MUST BE THE CANONICAL
      *    NAMES FROM THE data/REF-*.DAT MASTERS - AN ALIAS IS
      *    REPORTED WITH ITS CANONICAL FORM (KBNORM.COB fix REWRITES
      *    IT), AN UNKNOWN NAME NEEDS ADDING TO THE MASTER. NO
      *    MASTER FILE MEANS NOTHING TO CHECK.
       CHECK-KB-REFERENCE.
           CALL 'KBREFCHK' USING WS-REF-KIND WS-REF-VALUE WS-REF-CANON
               WS-REF-VERDICT
               ON EXCEPTION
                   MOVE 'N' TO WS-REF-VERDICT
           END-CALL.
           EVALUATE WS-REF-VERDICT
               WHEN 'A'
                   PERFORM COUNT-EXCEPTION
                   DISPLAY 'data/KEYBOARD.DAT row ' WS-ROW-NUM ': '
                       FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE) ''' should read '''
                       FUNCTION TRIM(WS-REF-CANON) ''''
               WHEN 'U'
                   PERFORM COUNT-EXCEPTION
                   DISPLAY 'data/KEYBOARD.DAT row ' WS-ROW-NUM ': '
                       FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE)
                       ''' not in the reference master'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-KB-FIELDS.
           MOVE 1 TO WS-FIELD-COUNT.
           MOVE 1 TO WS-FIELD-COUNT.
           INSPECT STORY-FILE-LINE TALLYING WS-FIELD-COUNT
               FOR ALL '|'.
           IF WS-FIELD-COUNT < 8 OR WS-FIELD-COUNT > 17
               PERFORM COUNT-EXCEPTION
               DISPLAY 'data/STORY.DAT row ' WS-ROW-NUM ': '
                   WS-FIELD-COUNT ' field(s), expected 8 to 17'
           END-IF.
           IF STORY-PUBDATE(1:8) IS NOT NUMERIC
               PERFORM COUNT-EXCEPTION
                       ' is not in the collection'
               END-IF
           END-IF.
           IF FUNCTION TRIM(STORY-LICENCE) NOT = SPACES
               MOVE STORY-LICENCE TO WS-LIC-CODE
               MOVE 'Y' TO WS-LIC-FOUND
               CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME
                   WS-LIC-URL WS-LIC-FOUND
                   ON EXCEPTION
                       MOVE 'Y' TO WS-LIC-FOUND
               END-CALL
               IF WS-LIC-FOUND NOT = 'Y'
                   PERFORM COUNT-EXCEPTION
                   DISPLAY 'data/STORY.DAT row ' WS-ROW-NUM
                       ': licence '
                       FUNCTION TRIM(STORY-LICENCE)
                       ' is not in data/LICENCES.DAT'
               END-IF
           END-IF.
           IF FUNCTION TRIM(STORY-CW-CATS) NOT = SPACES
               MOVE 'V' TO WS-CW-ACTION
               CALL 'CWCHK' USING WS-CW-ACTION WS-CW-HIDE WS-CW-VIEW
                   STORY-CW-CATS WS-CW-RESULT WS-CW-LABEL
                   ON EXCEPTION
                       MOVE 'Y' TO WS-CW-RESULT
               END-CALL
               IF NOT CW-MATCHED
                   PERFORM COUNT-EXCEPTION
                   DISPLAY 'data/STORY.DAT row ' WS-ROW-NUM
                       ': warning category '
                       FUNCTION TRIM(WS-CW-LABEL)
                       ' is not in data/CW-CATEGORIES.DAT'
               END-IF
           END-IF.
           IF FUNCTION TRIM(STORY-AUTHORS) NOT = SPACES
               PERFORM CHECK-STORY-AUTHOR-LIST
           END-IF.
