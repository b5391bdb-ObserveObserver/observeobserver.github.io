       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPKEY.
      *    SHARED SUBPROGRAM - THE DIGEST OF A TRUSTED-SUBMITTER
      *    LEDGER KEY (REPUTE.CBL). THE LEDGER IS KEYED BY THE
      *    PRIVATE NOTIFY ADDRESS, WHICH MUST NOT BE COPIED INTO
      *    data/MODLOG.DAT - THE AUDIT TRAIL OUTLIVES A FORGET-ME
      *    SCRUB - SO APPROVE.COB RECORDS THIS DIGEST INSTEAD, AND
      *    RECONCILE.COB DIGESTS EACH LEDGER KEY THE SAME WAY TO
      *    RECOUNT ITS APPROVALS FROM THE AUDIT ROWS. LS-DIGEST COMES
      *    BACK 'k' AND NINE DIGITS: ANNOTCHK.COB'S ROLLING SUM (EACH
      *    CHARACTER FOLDED IN TIMES 31, MODULO 999999999) OVER THE
      *    TRIMMED KEY; A BLANK KEY COMES BACK BLANK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-KEY              PIC X(60).
       01  WS-KEY-LEN          PIC 9(2).
       01  WS-KEY-IDX          PIC 9(2).
       01  WS-KEY-ORD          PIC 9(3).
       01  WS-KEY-SUM          PIC 9(9).
       LINKAGE SECTION.
       01  LS-KEY              PIC X(60).
       01  LS-DIGEST           PIC X(10).
       PROCEDURE DIVISION USING LS-KEY LS-DIGEST.
           MOVE SPACES TO LS-DIGEST.
           IF LS-KEY NOT = SPACES
               MOVE FUNCTION TRIM(LS-KEY) TO WS-KEY
               COMPUTE WS-KEY-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LS-KEY))
               MOVE 0 TO WS-KEY-SUM
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-LEN
                   COMPUTE WS-KEY-ORD =
                       FUNCTION ORD(WS-KEY(WS-KEY-IDX:1))
                   COMPUTE WS-KEY-SUM =
                       FUNCTION MOD((WS-KEY-SUM * 31) + WS-KEY-ORD,
                           999999999)
               END-PERFORM
               STRING 'k' DELIMITED BY SIZE
                      WS-KEY-SUM DELIMITED BY SIZE
                   INTO LS-DIGEST
               END-STRING
           END-IF.
       GOBACK.
       END PROGRAM REPKEY.
