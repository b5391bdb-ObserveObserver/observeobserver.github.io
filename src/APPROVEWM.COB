      *    FILE STORY.CBL'S "MENTIONED ELSEWHERE" BLOCK READS).
      *    REJECTED MENTIONS ARE DROPPED; HELD (H) MENTIONS ARE
      *    CARRIED OVER TO THE NEXT RUN. EVERY DECISION IS RECORDED
      *    IN data/MODLOG.DAT. SAME SHAPE AS APPROVE.COB, DOWN TO
      *    KEEPING THE KEYED COPY (SIDEIO.CBL) CURRENT AS IT WRITES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-AUDIT-VERDICT    PIC X(8).
       01  WS-AUDIT-STAMP      PIC X(21).
       01  WS-AUDIT-EXCERPT    PIC X(80).
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PENDING-FILE-LINE TO APPROVED-FILE-LINE
                   WRITE APPROVED-FILE-LINE
                   PERFORM ADD-TO-KEYED-COPY
                   MOVE 'approve' TO WS-AUDIT-VERDICT
               WHEN 'H'
      *    THE HELD TABLE IS WHAT CARRY-HELD-ENTRIES REWRITES THE
               WRITE PENDING-FILE-LINE
           END-PERFORM.
           CLOSE PENDING-FILE.

      *    THE NEW ROW GOES INTO THE KEYED COPY STORY.CBL READS AS
      *    WELL, SO THE PAGE SHOWS IT BEFORE THE NEXT BUILD RELOADS.
       ADD-TO-KEYED-COPY.
           MOVE 'A' TO SIX-ACTION.
           MOVE 'data/WEBMENTIONS.DAT' TO SIX-FILE.
           MOVE SPACES TO SIX-STORY.
           MOVE APPROVED-FILE-LINE TO SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM APPROVEWM.
