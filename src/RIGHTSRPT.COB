       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGHTSRPT.
      *    BATCH JOB - THE RIGHTS REGISTER REPORT. FOR EVERY ROW OF
      *    data/STORY.DAT PRINTS THE LICENCE THE STORY IS PUBLISHED
      *    UNDER (ITS OWN CODE, OR THE SITE DEFAULT FROM SITECFG.CPY,
      *    NAMED THROUGH LICLOOK.CBL) AND THE GRANTS IN
      *    data/GRANTS.DAT THAT ARE IN FORCE TODAY OR STILL TO START.
      *    A SECOND SECTION LISTS EVERY GRANT WHOSE END DATE HAS
      *    PASSED, SO A LAPSED TRANSLATION OR REPRINT CAN BE CHASED
      *    OR RENEWED. GRANTS ARE WRITTEN BY RIGHTSDESK.COB (SEE
      *    GRANTREC.CPY); A GRANT WITH NO END DATE NEVER LAPSES.
      *    A GRANT FOR A STORY NO LONGER IN THE CATALOGUE IS NAMED
      *    TOO, RATHER THAN SILENTLY DROPPED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT GRANT-FILE ASSIGN TO "data/GRANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRANT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'GRANTFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'GRANTREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-GRANT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-GRANT-EOF        PIC X       VALUE 'N'.
               88  GRANT-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-LIC-CODE         PIC X(12).
       01  WS-LIC-NAME         PIC X(60).
       01  WS-LIC-URL          PIC X(120).
       01  WS-LIC-FOUND        PIC X       VALUE 'N'.
      *    THE REGISTER IS HELD IN STORAGE SO EACH STORY CAN BE
      *    MATCHED WITHOUT REREADING THE FILE.
       01  WS-GRANT-COUNT      PIC 9(4)    VALUE 0.
       01  WS-GRANT-TABLE.
               05  WS-GT-ENTRY     OCCURS 500 TIMES.
                   10  WS-GT-LINE      PIC X(400).
                   10  WS-GT-MATCHED   PIC X.
       01  WS-GT-IDX           PIC 9(4).
       01  WS-SHOWN-COUNT      PIC 9(3)    VALUE 0.
       01  WS-STORY-COUNT      PIC 9(4)    VALUE 0.
       01  WS-ACTIVE-COUNT     PIC 9(4)    VALUE 0.
       01  WS-UPCOMING-COUNT   PIC 9(4)    VALUE 0.
       01  WS-LAPSED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(4)    VALUE 0.
       01  WS-GRANT-STATE      PIC X(8).
       01  WS-USE-TEXT         PIC X(20).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-GRANTS.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS NOT = '00'
               DISPLAY 'rightsrpt: cannot read data/STORY.DAT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'rightsrpt: licences and grants in force on '
               WS-TODAY-DATE.
           PERFORM UNTIL STORY-EOF
               READ STORY-FILE
                   AT END
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       IF FUNCTION TRIM(STORY-ID) NOT = SPACES
                           ADD 1 TO WS-STORY-COUNT
                           PERFORM REPORT-ONE-STORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.
           PERFORM REPORT-LAPSED-GRANTS.
           PERFORM REPORT-ORPHAN-GRANTS.
           DISPLAY 'rightsrpt: ' WS-STORY-COUNT ' stor(y/ies), '
               WS-ACTIVE-COUNT ' grant(s) in force, '
               WS-UPCOMING-COUNT ' to start, '
               WS-LAPSED-COUNT ' lapsed'.
       GOBACK.

       LOAD-GRANTS.
           OPEN INPUT GRANT-FILE.
           IF WS-GRANT-STATUS = '00'
               PERFORM UNTIL GRANT-EOF
                   READ GRANT-FILE
                       AT END
                           SET GRANT-EOF TO TRUE
                       NOT AT END
                           IF GRANT-FILE-LINE NOT = SPACES
                               AND WS-GRANT-COUNT < 500
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE GRANT-FILE-LINE
                                   TO WS-GT-LINE(WS-GRANT-COUNT)
                               MOVE 'N'
                                   TO WS-GT-MATCHED(WS-GRANT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANT-FILE
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-LICENCE.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE
           END-UNSTRING.

       PARSE-GRANT-ROW.
           MOVE SPACES TO GRANT-RECORD.
           UNSTRING WS-GT-LINE(WS-GT-IDX) DELIMITED BY '|'
               INTO GRT-STORY-ID GRT-GRANTEE GRT-CONTACT GRT-USE
                    GRT-LANG GRT-GRANTED GRT-FROM GRT-UNTIL
                    GRT-CONDITIONS
           END-UNSTRING.
           MOVE SPACES TO WS-USE-TEXT.
           STRING FUNCTION TRIM(GRT-USE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(GRT-LANG) DELIMITED BY SIZE
               INTO WS-USE-TEXT
           END-STRING.
      *    LAPSED ONCE THE END DATE IS BEHIND US; TO START WHILE THE
      *    START DATE IS AHEAD; OTHERWISE IN FORCE.
           EVALUATE TRUE
               WHEN GRT-UNTIL NOT = SPACES
                       AND GRT-UNTIL < WS-TODAY-DATE
                   MOVE 'lapsed' TO WS-GRANT-STATE
               WHEN GRT-FROM > WS-TODAY-DATE
                   MOVE 'to start' TO WS-GRANT-STATE
               WHEN OTHER
                   MOVE 'in force' TO WS-GRANT-STATE
           END-EVALUATE.

       REPORT-ONE-STORY.
           MOVE STORY-LICENCE TO WS-LIC-CODE.
           MOVE SPACES TO WS-LIC-NAME WS-LIC-URL.
           CALL 'LICLOOK' USING WS-LIC-CODE WS-LIC-NAME WS-LIC-URL
               WS-LIC-FOUND
               ON EXCEPTION
                   MOVE 'N' TO WS-LIC-FOUND
                   MOVE WS-LIC-CODE TO WS-LIC-NAME
           END-CALL.
           DISPLAY ' '.
           IF WS-LIC-FOUND = 'Y'
               DISPLAY FUNCTION TRIM(STORY-ID) ' - '
                   FUNCTION TRIM(STORY-TITLE)
                   ' - licence: ' FUNCTION TRIM(WS-LIC-NAME)
           ELSE
               DISPLAY FUNCTION TRIM(STORY-ID) ' - '
                   FUNCTION TRIM(STORY-TITLE)
                   ' - licence: ' FUNCTION TRIM(WS-LIC-CODE)
                   ' (not in data/LICENCES.DAT)'
           END-IF.
           MOVE 0 TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GRANT-COUNT
               PERFORM PARSE-GRANT-ROW
               IF FUNCTION TRIM(GRT-STORY-ID) = FUNCTION TRIM(STORY-ID)
                   MOVE 'Y' TO WS-GT-MATCHED(WS-GT-IDX)
                   EVALUATE WS-GRANT-STATE
                       WHEN 'in force'
                           ADD 1 TO WS-ACTIVE-COUNT
                           ADD 1 TO WS-SHOWN-COUNT
                           PERFORM SHOW-GRANT-LINE
                       WHEN 'to start'
                           ADD 1 TO WS-UPCOMING-COUNT
                           ADD 1 TO WS-SHOWN-COUNT
                           PERFORM SHOW-GRANT-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-SHOWN-COUNT = 0
               DISPLAY '    no grants in force'
           END-IF.

       SHOW-GRANT-LINE.
           IF GRT-UNTIL = SPACES
               DISPLAY '    ' FUNCTION TRIM(WS-GRANT-STATE) ': '
                   FUNCTION TRIM(WS-USE-TEXT) ' to '
                   FUNCTION TRIM(GRT-GRANTEE) ' <'
                   FUNCTION TRIM(GRT-CONTACT) '> from ' GRT-FROM
                   ', no end date'
           ELSE
               DISPLAY '    ' FUNCTION TRIM(WS-GRANT-STATE) ': '
                   FUNCTION TRIM(WS-USE-TEXT) ' to '
                   FUNCTION TRIM(GRT-GRANTEE) ' <'
                   FUNCTION TRIM(GRT-CONTACT) '> from ' GRT-FROM
                   ' until ' GRT-UNTIL
           END-IF.
           IF FUNCTION TRIM(GRT-CONDITIONS) NOT = SPACES
               DISPLAY '        conditions: '
                   FUNCTION TRIM(GRT-CONDITIONS)
           END-IF.

       REPORT-LAPSED-GRANTS.
           DISPLAY ' '.
           DISPLAY 'rightsrpt: grants past their end date'.
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GRANT-COUNT
               PERFORM PARSE-GRANT-ROW
               IF WS-GRANT-STATE = 'lapsed'
                   ADD 1 TO WS-LAPSED-COUNT
                   DISPLAY '    ' FUNCTION TRIM(GRT-STORY-ID) ': '
                       FUNCTION TRIM(WS-USE-TEXT) ' to '
                       FUNCTION TRIM(GRT-GRANTEE) ' <'
                       FUNCTION TRIM(GRT-CONTACT) '> ended '
                       GRT-UNTIL
               END-IF
           END-PERFORM.
           IF WS-LAPSED-COUNT = 0
               DISPLAY '    none'
           END-IF.

       REPORT-ORPHAN-GRANTS.
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GRANT-COUNT
               IF WS-GT-MATCHED(WS-GT-IDX) = 'N'
                   PERFORM PARSE-GRANT-ROW
                   IF WS-GRANT-STATE NOT = 'lapsed'
                       ADD 1 TO WS-ORPHAN-COUNT
                       DISPLAY 'rightsrpt: grant for '
                           FUNCTION TRIM(GRT-STORY-ID)
                           ' names no story in data/STORY.DAT'
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM RIGHTSRPT.
