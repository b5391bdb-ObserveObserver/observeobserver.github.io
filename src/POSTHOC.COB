      *    R RETRACTS IT (THE MATCHING ROW IS PULLED BACK OUT OF THE
      *    LIVE FILE AND THE SUBMITTER'S TRUST IS REVOKED THROUGH
      *    THE LEDGER - ONE BAD SUBMISSION, BACK TO FULL
      *    MODERATION), H HOLDS IT FOR NEXT TIME. A RETRACTION FROM
      *    data/COMMENTS.DAT RELOADS ITS KEYED COPY (SIDEIO.CBL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
               88  ROW-REMOVED                 VALUE 'Y'.
       01  WS-REP-EVENT        PIC X       VALUE 'R'.
       01  WS-REP-VERDICT      PIC X       VALUE 'U'.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = '00'
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE LIVE-FILE.
           MOVE 'L' TO SIX-ACTION.
           MOVE WS-LIVE-NAME TO SIX-FILE.
           MOVE SPACES TO SIX-STORY SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       CARRY-HELD-ENTRIES.
           OPEN OUTPUT REVIEW-FILE.
