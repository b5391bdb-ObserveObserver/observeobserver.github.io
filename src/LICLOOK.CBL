       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICLOOK.
      *    SHARED SUBPROGRAM - WHAT LICENCE DOES THIS STORY CARRY?
      *    LS-LIC-CODE COMES IN AS THE STORY'S STORY-LICENCE COLUMN;
      *    BLANK IS REPLACED BY THE SITE DEFAULT FROM SITECFG.CPY, SO
      *    ON RETURN IT ALWAYS HOLDS THE CODE IN FORCE. THE CODE IS
      *    LOOKED UP CASE-BLIND IN data/LICENCES.DAT (SEE LICREC.CPY)
      *    AND LS-LIC-NAME/LS-LIC-URL COME BACK FILLED. A CODE THE
      *    MASTER DOES NOT KNOW COMES BACK AS ITS OWN NAME WITH NO
      *    URL AND LS-LIC-FOUND 'N', WHICH DATACHK.COB REPORTS.
      *    STORY.CBL, ANTHOLOGY.COB AND RIGHTSRPT.COB ALL USE IT, SO
      *    THE PAGE, THE BOOK AND THE REGISTER NEVER DISAGREE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENCE-FILE ASSIGN TO "data/LICENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LICFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'LICREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-LICENCE-STATUS   PIC X(2)    VALUE '00'.
       01  WS-LICENCE-EOF      PIC X       VALUE 'N'.
               88  LICENCE-EOF                 VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-LIC-CODE         PIC X(12).
       01  LS-LIC-NAME         PIC X(60).
       01  LS-LIC-URL          PIC X(120).
       01  LS-LIC-FOUND        PIC X.
       PROCEDURE DIVISION USING LS-LIC-CODE LS-LIC-NAME LS-LIC-URL
               LS-LIC-FOUND.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF FUNCTION TRIM(LS-LIC-CODE) = SPACES
               MOVE WS-DEFAULT-LICENCE TO LS-LIC-CODE
           END-IF.
           MOVE LS-LIC-CODE TO LS-LIC-NAME.
           MOVE SPACES TO LS-LIC-URL.
           MOVE 'N' TO LS-LIC-FOUND.
           MOVE 'N' TO WS-LICENCE-EOF.
           OPEN INPUT LICENCE-FILE.
           IF WS-LICENCE-STATUS = '00'
               PERFORM UNTIL LICENCE-EOF OR LS-LIC-FOUND = 'Y'
                   READ LICENCE-FILE
                       AT END
                           SET LICENCE-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-LICENCE
                   END-READ
               END-PERFORM
               CLOSE LICENCE-FILE
           END-IF.
       GOBACK.

       CHECK-ONE-LICENCE.
           MOVE SPACES TO LICENCE-RECORD.
           UNSTRING LICENCE-FILE-LINE DELIMITED BY '|'
               INTO LIC-CODE LIC-NAME LIC-URL
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LIC-CODE)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(LS-LIC-CODE))
               MOVE 'Y' TO LS-LIC-FOUND
               MOVE LIC-CODE TO LS-LIC-CODE
               MOVE LIC-NAME TO LS-LIC-NAME
               MOVE LIC-URL TO LS-LIC-URL
           END-IF.
       END PROGRAM LICLOOK.
