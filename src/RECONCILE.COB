       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE.
      *    BATCH JOB - RECOUNTS EVERY RUNNING TOTAL FROM THE ROWS IT
      *    SUMMARIZES. SEVERAL FILES KEEP A COUNT THAT IS BUMPED ONE
      *    EVENT AT A TIME AND WAS NEVER CHECKED AGAINST ITS SOURCE:
      *        data/HITS-TOTAL.DAT  - THE ROWS OF data/HITS.DAT PLUS
      *                               THE COUNTS ROLLED INTO
      *                               data/HITS-ARCHIVE.DAT;
      *        data/BOUNCE-COUNT.DAT - PER ADDRESS, THE BOUNCES
      *                               BOUNCE.COB FOLDED IN, AS KEPT
      *                               IN data/BOUNCES-FOLDED.DAT;
      *        data/REPUTATION.DAT  - PER SUBMITTER, THE 'approve'
      *                               ROWS IN data/MODLOG.DAT THAT
      *                               CARRY THE SUBMITTER'S KEY
      *                               DIGEST (REPKEY.CBL);
      *        data/KBPARTS.DAT     - PER PART, STOCK ON HAND AGAINST
      *                               data/KBPARTS-RECEIPTS.DAT LESS
      *                               THE DRAWS IN
      *                               data/KBPARTS-USAGE.DAT.
      *    EACH DIFFERENCE IS PRINTED WITH THE SOURCE ROWS BEHIND IT.
      *    RUN AS
      *        RECONCILE.COB reset [hits|bounces|reputation|parts]
      *    THE STORED TOTALS THAT DIFFER (ALL FOUR KINDS, OR ONLY THE
      *    ONE NAMED) ARE ALSO SET TO THE RECOUNT, UNDER THE SHARED
      *    FGUARD LOCK. A MODERATION LOG OLDER THAN THE KEY DIGEST
      *    CANNOT SAY WHOSE APPROVALS ITS OLDEST 'COMMENTS' ROWS WERE,
      *    SO A LEDGER HOLDING MORE APPROVALS THAN ITS KEYED ROWS IS
      *    ONLY A DIFFERENCE ONCE THOSE UNKEYED ROWS ARE USED UP, AND
      *    A RESET NEVER TAKES SUCH APPROVALS AWAY. KEYED APPROVALS
      *    FOR A SUBMITTER NO LONGER ON THE LEDGER (A FORGET-ME SCRUB
      *    TAKES THE ROW) ARE COUNTED BUT ARE NOT A DIFFERENCE. THE
      *    VERDICT - PASS WHEN NO DIFFERENCE IS LEFT STANDING - IS
      *    WRITTEN TO data/BUILD-CHECKS.DAT AS THE RECONCILE ROW
      *    (REPLACING ANY EARLIER ONE) FOR STATUS.COB, AND A FAILED
      *    RUN ENDS WITH RETURN-CODE 1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIT-FILE ASSIGN TO "data/HITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.
           SELECT HIT-ARCHIVE-FILE ASSIGN TO "data/HITS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT TOTAL-FILE ASSIGN TO "data/HITS-TOTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTAL-STATUS.
           SELECT COUNT-FILE ASSIGN TO "data/BOUNCE-COUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT FOLDED-FILE ASSIGN TO "data/BOUNCES-FOLDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDED-STATUS.
           SELECT REP-FILE ASSIGN TO "data/REPUTATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT MODLOG-FILE ASSIGN TO "data/MODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
           SELECT PARTS-FILE ASSIGN TO "data/KBPARTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "data/KBPARTS-RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT USAGE-FILE ASSIGN TO "data/KBPARTS-USAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT CHECK-FILE ASSIGN TO "data/BUILD-CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'HITFD.CPY'.
           COPY 'HITARCFD.CPY'.
       FD  TOTAL-FILE.
       01  TOTAL-FILE-LINE     PIC X(10).
       FD  COUNT-FILE.
       01  COUNT-FILE-LINE     PIC X(80).
       FD  FOLDED-FILE.
       01  FOLDED-FILE-LINE    PIC X(120).
       FD  REP-FILE.
       01  REP-FILE-LINE       PIC X(120).
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
       FD  PARTS-FILE.
       01  PARTS-FILE-LINE     PIC X(120).
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-LINE   PIC X(60).
       FD  USAGE-FILE.
       01  USAGE-FILE-LINE     PIC X(60).
           COPY 'CHECKFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'HITREC.CPY'.
           COPY 'HITARCREC.CPY'.
       01  WS-HIT-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ARC-STATUS       PIC X(2)    VALUE '00'.
       01  WS-TOTAL-STATUS     PIC X(2)    VALUE '00'.
       01  WS-COUNT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-FOLDED-STATUS    PIC X(2)    VALUE '00'.
       01  WS-REP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-MODLOG-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PARTS-STATUS     PIC X(2)    VALUE '00'.
       01  WS-RECEIPT-STATUS   PIC X(2)    VALUE '00'.
       01  WS-USAGE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-CHECK-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  AT-EOF                      VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(60)   VALUE SPACES.
       01  WS-MODE             PIC X(10)   VALUE SPACES.
       01  WS-RESET-WHAT       PIC X(12)   VALUE SPACES.
       01  WS-RESET-THIS       PIC X       VALUE 'N'.
               88  RESET-THIS                  VALUE 'Y'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-IDX              PIC 9(4).
       01  WS-FOUND            PIC 9(4).
       01  WS-DIFF-COUNT       PIC 9(5)    VALUE 0.
       01  WS-OPEN-DIFFS       PIC 9(5)    VALUE 0.
       01  WS-FIXED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-CHECK-DIFFS      PIC 9(5)    VALUE 0.
       01  WS-N-EDIT           PIC Z(8)9.
       01  WS-M-EDIT           PIC Z(8)9.
       01  WS-S-EDIT           PIC -(8)9.
       01  WS-F1               PIC X(60).
       01  WS-F2               PIC X(40).
       01  WS-F3               PIC X(40).
       01  WS-F4               PIC X(80).
       01  WS-F5               PIC X(20).
      *    ---- HITS ----
       01  WS-HIT-STORED       PIC 9(9)    VALUE 0.
       01  WS-HIT-HAS-TOTAL    PIC X       VALUE 'N'.
               88  HIT-HAS-TOTAL               VALUE 'Y'.
       01  WS-HIT-LIVE         PIC 9(9)    VALUE 0.
       01  WS-HIT-ARCHIVED     PIC 9(9)    VALUE 0.
       01  WS-HIT-RECOUNT      PIC 9(9)    VALUE 0.
       01  WS-HIT-MONTH        PIC X(6).
       01  WS-MO-COUNT         PIC 9(3)    VALUE 0.
       01  WS-MO-TABLE.
           05  WS-MO-ENTRY         OCCURS 240 TIMES.
               10  WS-MO-MONTH         PIC X(6).
               10  WS-MO-LIVE          PIC 9(9).
               10  WS-MO-ARC           PIC 9(9).
       01  WS-MO-IDX           PIC 9(3).
      *    ---- BOUNCES: ONE ENTRY PER ADDRESS ON EITHER SIDE ----
       01  WS-HAS-FOLDED       PIC X       VALUE 'N'.
               88  HAS-FOLDED                  VALUE 'Y'.
       01  WS-BN-COUNT         PIC 9(4)    VALUE 0.
       01  WS-BN-TABLE.
           05  WS-BN-ENTRY         OCCURS 1000 TIMES.
               10  WS-BN-EMAIL         PIC X(60).
               10  WS-BN-ON-TALLY      PIC X.
               10  WS-BN-TALLIED       PIC 9(5).
               10  WS-BN-FOLDED        PIC 9(5).
               10  WS-BN-DATE          PIC X(8).
               10  WS-BN-REASON        PIC X(40).
               10  WS-BN-FLAG          PIC X.
       01  WS-BN-ADD           PIC 9(5).
      *    ---- REPUTATION ----
       01  WS-RP-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY         OCCURS 500 TIMES.
               10  WS-RP-KEY           PIC X(60).
               10  WS-RP-DIGEST        PIC X(10).
               10  WS-RP-APPROVALS     PIC 9(5).
               10  WS-RP-REJECTS       PIC 9(5).
               10  WS-RP-LOGGED        PIC 9(5).
               10  WS-RP-FLAG          PIC X.
       01  WS-RP-KEY-ARG       PIC X(60).
       01  WS-RP-DIGEST-ARG    PIC X(10).
       01  WS-RP-EXCESS        PIC 9(5).
       01  WS-RP-TRUSTED       PIC X.
       01  WS-FIRST-KEYED      PIC X(14)   VALUE SPACES.
       01  WS-UNKEYED-POOL     PIC 9(6)    VALUE 0.
       01  WS-ORPHAN-KEYED     PIC 9(6)    VALUE 0.
       01  WS-EXPLAINED        PIC 9(5)    VALUE 0.
      *    ---- PARTS ----
       01  WS-HAS-RECEIPTS     PIC X       VALUE 'N'.
               88  HAS-RECEIPTS                VALUE 'Y'.
       01  WS-PT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY         OCCURS 500 TIMES.
               10  WS-PT-ID            PIC X(10).
               10  WS-PT-LINE          PIC X(120).
               10  WS-PT-QTY           PIC S9(7).
               10  WS-PT-RECEIVED      PIC S9(7).
               10  WS-PT-USED          PIC S9(7).
               10  WS-PT-FLAG          PIC X.
       01  WS-PT-EXPECTED      PIC S9(7).
       01  WS-UNKNOWN-PART     PIC 9(5)    VALUE 0.
       01  WS-P-ID             PIC X(10).
       01  WS-P-NAME           PIC X(40).
       01  WS-P-KIND           PIC X(14).
       01  WS-P-QTY-X          PIC X(8).
       01  WS-P-COST           PIC X(9).
       01  WS-QTY-EDIT         PIC -(4)9.
      *    ---- THE BUILD-CHECKS ROWS KEPT AROUND THE VERDICT ----
       01  WS-CK-COUNT         PIC 9(3)    VALUE 0.
       01  WS-CK-TABLE.
           05  WS-CK-LINE          PIC X(40)   OCCURS 100 TIMES.
       01  WS-CK-IDX           PIC 9(3).
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE WS-RESET-WHAT
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(WS-MODE) TO WS-MODE.
           MOVE FUNCTION LOWER-CASE(WS-RESET-WHAT) TO WS-RESET-WHAT.
           IF (WS-MODE NOT = SPACES AND WS-MODE NOT = 'reset')
                   OR (WS-RESET-WHAT NOT = SPACES
                       AND WS-RESET-WHAT NOT = 'hits'
                       AND WS-RESET-WHAT NOT = 'bounces'
                       AND WS-RESET-WHAT NOT = 'reputation'
                       AND WS-RESET-WHAT NOT = 'parts')
               DISPLAY 'reconcile: usage - RECONCILE.COB'
                   ' [reset [hits|bounces|reputation|parts]]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RECONCILE-HITS.
           PERFORM RECONCILE-BOUNCES.
           PERFORM RECONCILE-REPUTATION.
           PERFORM RECONCILE-PARTS.
           DISPLAY '--------------------------------------------'.
           MOVE WS-DIFF-COUNT TO WS-N-EDIT.
           MOVE WS-FIXED-COUNT TO WS-M-EDIT.
           MOVE WS-OPEN-DIFFS TO WS-S-EDIT.
           DISPLAY 'reconcile: ' FUNCTION TRIM(WS-N-EDIT)
               ' difference(s) found, ' FUNCTION TRIM(WS-M-EDIT)
               ' reset, ' FUNCTION TRIM(WS-S-EDIT) ' left standing'.
           PERFORM RECORD-VERDICT.
           IF WS-OPEN-DIFFS > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       GOBACK.

      *    A DIFFERENCE IS FIXED IF THIS RUN RESETS ITS KIND, ELSE IT
      *    STANDS.
       DECIDE-RESET.
           MOVE 'N' TO WS-RESET-THIS.
           IF WS-MODE = 'reset'
                   AND (WS-RESET-WHAT = SPACES
                       OR WS-RESET-WHAT = WS-F5)
               SET RESET-THIS TO TRUE
           END-IF.

       COUNT-THE-DIFFERENCES.
           ADD WS-CHECK-DIFFS TO WS-DIFF-COUNT.
           IF RESET-THIS
               ADD WS-CHECK-DIFFS TO WS-FIXED-COUNT
           ELSE
               ADD WS-CHECK-DIFFS TO WS-OPEN-DIFFS
           END-IF.

       TAKE-LOCK.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       DROP-LOCK.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    ---------------------------------------------------------
      *    THE SITE-WIDE HIT TOTAL. COUNTER.CBL APPENDS THE HIT AND
      *    BUMPS THE TOTAL UNDER ONE LOCK, SO THE RECOUNT TAKES THE
      *    SAME LOCK TO SEE THE TWO AGREE AT ONE MOMENT.
      *    ---------------------------------------------------------
       RECONCILE-HITS.
           MOVE 'hits' TO WS-F5.
           PERFORM DECIDE-RESET.
           MOVE 0 TO WS-CHECK-DIFFS WS-HIT-STORED WS-HIT-LIVE
               WS-HIT-ARCHIVED WS-MO-COUNT.
           MOVE 'N' TO WS-HIT-HAS-TOTAL.
           PERFORM TAKE-LOCK.
           OPEN INPUT TOTAL-FILE.
           IF WS-TOTAL-STATUS = '00'
               READ TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET HIT-HAS-TOTAL TO TRUE
                       MOVE FUNCTION NUMVAL(TOTAL-FILE-LINE)
                           TO WS-HIT-STORED
               END-READ
               CLOSE TOTAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIT-FILE.
           IF WS-HIT-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ HIT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-LIVE-HIT
                   END-READ
               END-PERFORM
               CLOSE HIT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIT-ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ HIT-ARCHIVE-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE HIT-ARCHIVE-FILE
           END-IF.
           COMPUTE WS-HIT-RECOUNT = WS-HIT-LIVE + WS-HIT-ARCHIVED.
           MOVE WS-HIT-STORED TO WS-N-EDIT.
           MOVE WS-HIT-RECOUNT TO WS-M-EDIT.
           EVALUATE TRUE
               WHEN NOT HIT-HAS-TOTAL
                   DISPLAY 'reconcile: hits - no stored total yet '
                       '(COUNTER.CBL starts one from the live log)'
               WHEN WS-HIT-STORED = WS-HIT-RECOUNT
                   DISPLAY 'reconcile: hits - total '
                       FUNCTION TRIM(WS-N-EDIT) ' agrees'
               WHEN OTHER
                   MOVE 1 TO WS-CHECK-DIFFS
                   DISPLAY 'reconcile: hits - stored '
                       FUNCTION TRIM(WS-N-EDIT) ', recounted '
                       FUNCTION TRIM(WS-M-EDIT) ' - DIFFERS'
                   PERFORM SHOW-HIT-MONTHS
                   IF RESET-THIS
                       OPEN OUTPUT TOTAL-FILE
                       MOVE WS-HIT-RECOUNT(2:8) TO TOTAL-FILE-LINE
                       WRITE TOTAL-FILE-LINE
                       CLOSE TOTAL-FILE
                       DISPLAY '  reset: data/HITS-TOTAL.DAT now '
                           FUNCTION TRIM(WS-M-EDIT)
                   END-IF
           END-EVALUATE.
           PERFORM DROP-LOCK.
           PERFORM COUNT-THE-DIFFERENCES.

       COUNT-ONE-LIVE-HIT.
           MOVE SPACES TO HIT-PAGE-ID HIT-DATE.
           UNSTRING HIT-FILE-LINE DELIMITED BY '|'
               INTO HIT-PAGE-ID HIT-DATE
           END-UNSTRING.
           ADD 1 TO WS-HIT-LIVE.
           MOVE HIT-DATE(1:6) TO WS-HIT-MONTH.
           PERFORM FIND-HIT-MONTH.
           IF WS-MO-IDX > 0
               ADD 1 TO WS-MO-LIVE(WS-MO-IDX)
           END-IF.

       COUNT-ONE-ARCHIVE-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3.
           UNSTRING HIT-ARCHIVE-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3
           END-UNSTRING.
           MOVE WS-F1 TO ARC-PAGE-ID.
           MOVE WS-F2 TO ARC-DATE.
           MOVE 0 TO ARC-COUNT.
           IF FUNCTION TEST-NUMVAL(WS-F3) = 0
               MOVE FUNCTION NUMVAL(WS-F3) TO ARC-COUNT
           END-IF.
           ADD ARC-COUNT TO WS-HIT-ARCHIVED.
           MOVE ARC-DATE(1:6) TO WS-HIT-MONTH.
           PERFORM FIND-HIT-MONTH.
           IF WS-MO-IDX > 0
               ADD ARC-COUNT TO WS-MO-ARC(WS-MO-IDX)
           END-IF.

       FIND-HIT-MONTH.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT OR WS-FOUND > 0
               IF WS-MO-MONTH(WS-MO-IDX) = WS-HIT-MONTH
                   MOVE WS-MO-IDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 AND WS-MO-COUNT < 240
               ADD 1 TO WS-MO-COUNT
               MOVE WS-MO-COUNT TO WS-FOUND
               MOVE WS-HIT-MONTH TO WS-MO-MONTH(WS-FOUND)
               MOVE 0 TO WS-MO-LIVE(WS-FOUND) WS-MO-ARC(WS-FOUND)
           END-IF.
           MOVE WS-FOUND TO WS-MO-IDX.

      *    A SINGLE TOTAL HAS NO ONE ROW TO BLAME, SO THE RECOUNT IS
      *    SHOWN MONTH BY MONTH - A REPLAYED SPOOL OR A HAND-EDITED
      *    LOG SHOWS UP AS THE MONTH THAT LOOKS WRONG.
       SHOW-HIT-MONTHS.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
               MOVE WS-MO-LIVE(WS-MO-IDX) TO WS-N-EDIT
               MOVE WS-MO-ARC(WS-MO-IDX) TO WS-M-EDIT
               DISPLAY '  ' WS-MO-MONTH(WS-MO-IDX) ': '
                   FUNCTION TRIM(WS-N-EDIT) ' live row(s), '
                   FUNCTION TRIM(WS-M-EDIT) ' archived'
           END-PERFORM.
           MOVE WS-HIT-LIVE TO WS-N-EDIT.
           MOVE WS-HIT-ARCHIVED TO WS-M-EDIT.
           DISPLAY '  data/HITS.DAT ' FUNCTION TRIM(WS-N-EDIT)
               ' row(s) + data/HITS-ARCHIVE.DAT '
               FUNCTION TRIM(WS-M-EDIT).

      *    ---------------------------------------------------------
      *    THE BOUNCE TALLY AGAINST THE BOUNCES FOLDED INTO IT.
      *    ---------------------------------------------------------
       RECONCILE-BOUNCES.
           MOVE 'bounces' TO WS-F5.
           PERFORM DECIDE-RESET.
           MOVE 0 TO WS-CHECK-DIFFS WS-BN-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ COUNT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-TALLY-ROW
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF WS-HAS-FOLDED.
           OPEN INPUT FOLDED-FILE.
           IF WS-FOLDED-STATUS = '00'
               SET HAS-FOLDED TO TRUE
               PERFORM UNTIL AT-EOF
                   READ FOLDED-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-FOLDED-ROW
                   END-READ
               END-PERFORM
               CLOSE FOLDED-FILE
           END-IF.
           IF NOT HAS-FOLDED
               DISPLAY 'reconcile: bounces - no data/BOUNCES-FOLDED.DAT'
                   ' yet (BOUNCE.COB starts it on its next run)'
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-BN-COUNT
                   IF WS-BN-TALLIED(WS-IDX) NOT = WS-BN-FOLDED(WS-IDX)
                       MOVE 'D' TO WS-BN-FLAG(WS-IDX)
                       ADD 1 TO WS-CHECK-DIFFS
                   END-IF
               END-PERFORM
               IF WS-CHECK-DIFFS = 0
                   MOVE WS-BN-COUNT TO WS-N-EDIT
                   DISPLAY 'reconcile: bounces - '
                       FUNCTION TRIM(WS-N-EDIT)
                       ' address(es), every tally agrees'
               ELSE
                   MOVE WS-CHECK-DIFFS TO WS-N-EDIT
                   DISPLAY 'reconcile: bounces - '
                       FUNCTION TRIM(WS-N-EDIT)
                       ' address(es) DIFFER'
                   PERFORM SHOW-BOUNCE-DIFFERENCES
                   IF RESET-THIS
                       PERFORM RESET-BOUNCE-TALLY
                   END-IF
               END-IF
           END-IF.
           PERFORM COUNT-THE-DIFFERENCES.

       LOAD-ONE-TALLY-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4.
           UNSTRING COUNT-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING.
           IF WS-F1 NOT = SPACES
               PERFORM FIND-BOUNCE-ADDRESS
               IF WS-FOUND > 0
                   MOVE 'Y' TO WS-BN-ON-TALLY(WS-FOUND)
                   IF FUNCTION TEST-NUMVAL(WS-F2) = 0
                       ADD FUNCTION NUMVAL(WS-F2)
                           TO WS-BN-TALLIED(WS-FOUND)
                   ELSE
                       ADD 1 TO WS-BN-TALLIED(WS-FOUND)
                   END-IF
                   MOVE WS-F3 TO WS-BN-DATE(WS-FOUND)
                   MOVE WS-F4 TO WS-BN-REASON(WS-FOUND)
               END-IF
           END-IF.

      *    A FOLDED ROW STANDS FOR ONE BOUNCE, OR FOR THE COUNT IN ITS
      *    FOURTH FIELD (THE OPENING-BALANCE ROWS).
       COUNT-ONE-FOLDED-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4.
           UNSTRING FOLDED-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING.
           IF WS-F1 NOT = SPACES
               MOVE 1 TO WS-BN-ADD
               IF WS-F4 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-F4) = 0
                   MOVE FUNCTION NUMVAL(WS-F4) TO WS-BN-ADD
               END-IF
               PERFORM FIND-BOUNCE-ADDRESS
               IF WS-FOUND > 0
                   ADD WS-BN-ADD TO WS-BN-FOLDED(WS-FOUND)
                   IF WS-BN-ON-TALLY(WS-FOUND) = 'N'
                       MOVE WS-F2 TO WS-BN-DATE(WS-FOUND)
                       MOVE WS-F3 TO WS-BN-REASON(WS-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-BOUNCE-ADDRESS.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BN-COUNT OR WS-FOUND > 0
               IF WS-BN-EMAIL(WS-IDX) = WS-F1
                   MOVE WS-IDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 AND WS-BN-COUNT < 1000
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BN-COUNT TO WS-FOUND
               MOVE WS-F1 TO WS-BN-EMAIL(WS-FOUND)
               MOVE 'N' TO WS-BN-ON-TALLY(WS-FOUND)
               MOVE 0 TO WS-BN-TALLIED(WS-FOUND)
                   WS-BN-FOLDED(WS-FOUND)
               MOVE SPACES TO WS-BN-DATE(WS-FOUND)
                   WS-BN-REASON(WS-FOUND) WS-BN-FLAG(WS-FOUND)
           END-IF.

       SHOW-BOUNCE-DIFFERENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BN-COUNT
               IF WS-BN-FLAG(WS-IDX) = 'D'
                   MOVE WS-BN-TALLIED(WS-IDX) TO WS-N-EDIT
                   MOVE WS-BN-FOLDED(WS-IDX) TO WS-M-EDIT
                   DISPLAY '  ' FUNCTION TRIM(WS-BN-EMAIL(WS-IDX))
                       ': tallied ' FUNCTION TRIM(WS-N-EDIT)
                       ', folded ' FUNCTION TRIM(WS-M-EDIT)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLDED-FILE.
           IF WS-FOLDED-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ FOLDED-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM SHOW-ONE-FOLDED-ROW
                   END-READ
               END-PERFORM
               CLOSE FOLDED-FILE
           END-IF.

       SHOW-ONE-FOLDED-ROW.
           MOVE SPACES TO WS-F1.
           UNSTRING FOLDED-FILE-LINE DELIMITED BY '|'
               INTO WS-F1
           END-UNSTRING.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BN-COUNT OR WS-FOUND > 0
               IF WS-BN-EMAIL(WS-IDX) = WS-F1
                   MOVE WS-IDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND > 0
               IF WS-BN-FLAG(WS-FOUND) = 'D'
                   DISPLAY '    folded: '
                       FUNCTION TRIM(FOLDED-FILE-LINE)
               END-IF
           END-IF.

      *    THE TALLY IS REWRITTEN FROM THE TABLE: EVERY ADDRESS WITH
      *    FOLDED BOUNCES, AT ITS RECOUNT, AND NONE WITHOUT.
       RESET-BOUNCE-TALLY.
           PERFORM TAKE-LOCK.
           OPEN OUTPUT COUNT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BN-COUNT
               IF WS-BN-FOLDED(WS-IDX) > 0
                   MOVE SPACES TO COUNT-FILE-LINE
                   STRING FUNCTION TRIM(WS-BN-EMAIL(WS-IDX))
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-BN-FOLDED(WS-IDX)(2:4) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          WS-BN-DATE(WS-IDX) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BN-REASON(WS-IDX))
                              DELIMITED BY SIZE
                       INTO COUNT-FILE-LINE
                   END-STRING
                   WRITE COUNT-FILE-LINE
               END-IF
           END-PERFORM.
           CLOSE COUNT-FILE.
           PERFORM DROP-LOCK.
           DISPLAY '  reset: data/BOUNCE-COUNT.DAT rewritten from the'
               ' folded bounces'.

      *    ---------------------------------------------------------
      *    THE TRUSTED-SUBMITTER LEDGER'S APPROVALS AGAINST THE
      *    MODERATION LOG.
      *    ---------------------------------------------------------
       RECONCILE-REPUTATION.
           MOVE 'reputation' TO WS-F5.
           PERFORM DECIDE-RESET.
           MOVE 0 TO WS-CHECK-DIFFS WS-RP-COUNT WS-UNKEYED-POOL
               WS-ORPHAN-KEYED WS-EXPLAINED.
           MOVE SPACES TO WS-FIRST-KEYED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REP-FILE.
           IF WS-REP-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ REP-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE REP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MODLOG-FILE.
           IF WS-MODLOG-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ MODLOG-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-MODLOG-ROW
                   END-READ
               END-PERFORM
               CLOSE MODLOG-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RP-COUNT
               PERFORM JUDGE-ONE-LEDGER-ROW
           END-PERFORM.
           MOVE WS-RP-COUNT TO WS-N-EDIT.
           IF WS-CHECK-DIFFS = 0
               DISPLAY 'reconcile: reputation - '
                   FUNCTION TRIM(WS-N-EDIT)
                   ' ledger row(s), every approval count agrees'
           ELSE
               MOVE WS-CHECK-DIFFS TO WS-M-EDIT
               DISPLAY 'reconcile: reputation - '
                   FUNCTION TRIM(WS-M-EDIT) ' of '
                   FUNCTION TRIM(WS-N-EDIT) ' ledger row(s) DIFFER'
               PERFORM SHOW-LEDGER-DIFFERENCES
               IF RESET-THIS
                   PERFORM RESET-LEDGER
               END-IF
           END-IF.
           IF WS-EXPLAINED > 0
               MOVE WS-EXPLAINED TO WS-N-EDIT
               DISPLAY '  ' FUNCTION TRIM(WS-N-EDIT)
                   ' ledger row(s) hold approvals from before the log'
                   ' carried keys - left as they are'
           END-IF.
           IF WS-ORPHAN-KEYED > 0
               MOVE WS-ORPHAN-KEYED TO WS-N-EDIT
               DISPLAY '  ' FUNCTION TRIM(WS-N-EDIT)
                   ' keyed approval(s) for submitters no longer on'
                   ' the ledger (forgotten)'
           END-IF.
           PERFORM COUNT-THE-DIFFERENCES.

       LOAD-ONE-LEDGER-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4.
           UNSTRING REP-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING.
           IF WS-F1 NOT = SPACES AND WS-RP-COUNT < 500
               ADD 1 TO WS-RP-COUNT
               MOVE WS-F1 TO WS-RP-KEY(WS-RP-COUNT)
               MOVE 0 TO WS-RP-APPROVALS(WS-RP-COUNT)
                   WS-RP-REJECTS(WS-RP-COUNT)
                   WS-RP-LOGGED(WS-RP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-F2) = 0
                   MOVE FUNCTION NUMVAL(WS-F2)
                       TO WS-RP-APPROVALS(WS-RP-COUNT)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-F3) = 0
                   MOVE FUNCTION NUMVAL(WS-F3)
                       TO WS-RP-REJECTS(WS-RP-COUNT)
               END-IF
               MOVE SPACE TO WS-RP-FLAG(WS-RP-COUNT)
               MOVE WS-F1 TO WS-RP-KEY-ARG
               CALL 'REPKEY' USING WS-RP-KEY-ARG WS-RP-DIGEST-ARG
                   ON EXCEPTION
                       MOVE SPACES TO WS-RP-DIGEST-ARG
               END-CALL
               MOVE WS-RP-DIGEST-ARG TO WS-RP-DIGEST(WS-RP-COUNT)
           END-IF.

      *    STAMP|QUEUE|VERDICT|EXCERPT|KEY-DIGEST. THE CONSOLE
      *    'COMMENTS' APPROVALS LOGGED BEFORE THE FIRST KEYED ROW ARE
      *    THE POOL THAT MAY EXPLAIN AN OLDER LEDGER'S EXTRA COUNT.
       COUNT-ONE-MODLOG-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5.
           UNSTRING MODLOG-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING.
           IF WS-F5(1:1) = 'k'
               IF WS-FIRST-KEYED = SPACES
                   MOVE WS-F1 TO WS-FIRST-KEYED
               END-IF
               IF WS-F3 = 'approve'
                   MOVE 0 TO WS-FOUND
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-RP-COUNT OR WS-FOUND > 0
                       IF WS-RP-DIGEST(WS-IDX) = WS-F5(1:10)
                           MOVE WS-IDX TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND > 0
                       ADD 1 TO WS-RP-LOGGED(WS-FOUND)
                   ELSE
                       ADD 1 TO WS-ORPHAN-KEYED
                   END-IF
               END-IF
           ELSE
               IF WS-FIRST-KEYED = SPACES
                       AND WS-F2 = 'COMMENTS'
                       AND WS-F3 = 'approve'
                   ADD 1 TO WS-UNKEYED-POOL
               END-IF
           END-IF.

       JUDGE-ONE-LEDGER-ROW.
           EVALUATE TRUE
               WHEN WS-RP-APPROVALS(WS-IDX) = WS-RP-LOGGED(WS-IDX)
                   CONTINUE
               WHEN WS-RP-APPROVALS(WS-IDX) < WS-RP-LOGGED(WS-IDX)
                   MOVE 'D' TO WS-RP-FLAG(WS-IDX)
                   ADD 1 TO WS-CHECK-DIFFS
               WHEN OTHER
                   COMPUTE WS-RP-EXCESS = WS-RP-APPROVALS(WS-IDX)
                       - WS-RP-LOGGED(WS-IDX)
                   IF WS-RP-EXCESS <= WS-UNKEYED-POOL
                       SUBTRACT WS-RP-EXCESS FROM WS-UNKEYED-POOL
                       MOVE 'E' TO WS-RP-FLAG(WS-IDX)
                       ADD 1 TO WS-EXPLAINED
                   ELSE
                       MOVE 'D' TO WS-RP-FLAG(WS-IDX)
                       ADD 1 TO WS-CHECK-DIFFS
                   END-IF
           END-EVALUATE.

       SHOW-LEDGER-DIFFERENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RP-COUNT
               IF WS-RP-FLAG(WS-IDX) = 'D'
                   MOVE WS-RP-APPROVALS(WS-IDX) TO WS-N-EDIT
                   MOVE WS-RP-LOGGED(WS-IDX) TO WS-M-EDIT
                   DISPLAY '  ' FUNCTION TRIM(WS-RP-KEY(WS-IDX))
                       ' (' WS-RP-DIGEST(WS-IDX) '): ledger '
                       FUNCTION TRIM(WS-N-EDIT) ' approval(s), log '
                       FUNCTION TRIM(WS-M-EDIT)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MODLOG-FILE.
           IF WS-MODLOG-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ MODLOG-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM SHOW-ONE-MODLOG-ROW
                   END-READ
               END-PERFORM
               CLOSE MODLOG-FILE
           END-IF.

       SHOW-ONE-MODLOG-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5.
           UNSTRING MODLOG-FILE-LINE DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING.
           IF WS-F5(1:1) = 'k' AND WS-F3 = 'approve'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RP-COUNT
                   IF WS-RP-DIGEST(WS-IDX) = WS-F5(1:10)
                           AND WS-RP-FLAG(WS-IDX) = 'D'
                       DISPLAY '    logged: '
                           FUNCTION TRIM(MODLOG-FILE-LINE)
                   END-IF
               END-PERFORM
           END-IF.

      *    THE SAME RULE REPUTE.CBL APPLIES: TRUSTED AT THREE
      *    APPROVALS WITH NO REJECTIONS.
       RESET-LEDGER.
           PERFORM TAKE-LOCK.
           OPEN OUTPUT REP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RP-COUNT
               IF WS-RP-FLAG(WS-IDX) = 'D'
                   MOVE WS-RP-LOGGED(WS-IDX) TO WS-RP-APPROVALS(WS-IDX)
               END-IF
               IF WS-RP-APPROVALS(WS-IDX) >= 3
                       AND WS-RP-REJECTS(WS-IDX) = 0
                   MOVE 'Y' TO WS-RP-TRUSTED
               ELSE
                   MOVE 'N' TO WS-RP-TRUSTED
               END-IF
               MOVE SPACES TO REP-FILE-LINE
               STRING FUNCTION TRIM(WS-RP-KEY(WS-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-RP-APPROVALS(WS-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-RP-REJECTS(WS-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-RP-TRUSTED DELIMITED BY SIZE
                   INTO REP-FILE-LINE
               END-STRING
               WRITE REP-FILE-LINE
           END-PERFORM.
           CLOSE REP-FILE.
           PERFORM DROP-LOCK.
           DISPLAY '  reset: data/REPUTATION.DAT approvals set to the'
               ' logged counts'.

      *    ---------------------------------------------------------
      *    STOCK ON HAND AGAINST RECEIPTS LESS DRAWS.
      *    ---------------------------------------------------------
       RECONCILE-PARTS.
           MOVE 'parts' TO WS-F5.
           PERFORM DECIDE-RESET.
           MOVE 0 TO WS-CHECK-DIFFS WS-PT-COUNT WS-UNKNOWN-PART.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ PARTS-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PART
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF WS-HAS-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = '00'
               SET HAS-RECEIPTS TO TRUE
               PERFORM UNTIL AT-EOF
                   READ RECEIPT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE RECEIPT-FILE-LINE TO WS-F4
                           PERFORM ADD-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ USAGE-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE USAGE-FILE-LINE TO WS-F4
                           PERFORM ADD-ONE-DRAW
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF.
           IF NOT HAS-RECEIPTS
               DISPLAY 'reconcile: parts - no '
                   'data/KBPARTS-RECEIPTS.DAT to count stock against'
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PT-COUNT
                   COMPUTE WS-PT-EXPECTED = WS-PT-RECEIVED(WS-IDX)
                       - WS-PT-USED(WS-IDX)
                   IF WS-PT-QTY(WS-IDX) NOT = WS-PT-EXPECTED
                       MOVE 'D' TO WS-PT-FLAG(WS-IDX)
                       ADD 1 TO WS-CHECK-DIFFS
                   END-IF
               END-PERFORM
               MOVE WS-PT-COUNT TO WS-N-EDIT
               IF WS-CHECK-DIFFS = 0
                   DISPLAY 'reconcile: parts - '
                       FUNCTION TRIM(WS-N-EDIT)
                       ' part(s), stock on hand agrees'
               ELSE
                   MOVE WS-CHECK-DIFFS TO WS-M-EDIT
                   DISPLAY 'reconcile: parts - '
                       FUNCTION TRIM(WS-M-EDIT) ' of '
                       FUNCTION TRIM(WS-N-EDIT) ' part(s) DIFFER'
                   PERFORM SHOW-PART-DIFFERENCES
                   IF RESET-THIS
                       PERFORM RESET-PARTS-FILE
                   END-IF
               END-IF
               IF WS-UNKNOWN-PART > 0
                   MOVE WS-UNKNOWN-PART TO WS-N-EDIT
                   DISPLAY '  ' FUNCTION TRIM(WS-N-EDIT)
                       ' receipt/usage row(s) for parts no longer in'
                       ' data/KBPARTS.DAT'
               END-IF
           END-IF.
           PERFORM COUNT-THE-DIFFERENCES.

       LOAD-ONE-PART.
           MOVE SPACES TO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
               WS-P-COST.
           UNSTRING PARTS-FILE-LINE DELIMITED BY '|'
               INTO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X WS-P-COST
           END-UNSTRING.
           IF WS-P-ID NOT = SPACES AND WS-PT-COUNT < 500
               ADD 1 TO WS-PT-COUNT
               MOVE WS-P-ID TO WS-PT-ID(WS-PT-COUNT)
               MOVE PARTS-FILE-LINE TO WS-PT-LINE(WS-PT-COUNT)
               MOVE 0 TO WS-PT-QTY(WS-PT-COUNT)
                   WS-PT-RECEIVED(WS-PT-COUNT) WS-PT-USED(WS-PT-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-P-QTY-X) = 0
                   MOVE FUNCTION NUMVAL(WS-P-QTY-X)
                       TO WS-PT-QTY(WS-PT-COUNT)
               END-IF
               MOVE SPACE TO WS-PT-FLAG(WS-PT-COUNT)
           END-IF.

      *    PART-ID|DATE|QTY|SOURCE.
       ADD-ONE-RECEIPT.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3.
           UNSTRING WS-F4 DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3
           END-UNSTRING.
           PERFORM FIND-PART.
           IF WS-FOUND = 0
               ADD 1 TO WS-UNKNOWN-PART
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-F3) = 0
                   ADD FUNCTION NUMVAL(WS-F3)
                       TO WS-PT-RECEIVED(WS-FOUND)
               END-IF
           END-IF.

      *    PART-ID|KB-ID|DATE|QTY.
       ADD-ONE-DRAW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F5.
           UNSTRING WS-F4 DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F5
           END-UNSTRING.
           PERFORM FIND-PART.
           IF WS-FOUND = 0
               ADD 1 TO WS-UNKNOWN-PART
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-F5) = 0
                   ADD FUNCTION NUMVAL(WS-F5)
                       TO WS-PT-USED(WS-FOUND)
               END-IF
           END-IF.

       FIND-PART.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PT-COUNT OR WS-FOUND > 0
               IF WS-PT-ID(WS-IDX) = WS-F1(1:10)
                   MOVE WS-IDX TO WS-FOUND
               END-IF
           END-PERFORM.

       SHOW-PART-DIFFERENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PT-COUNT
               IF WS-PT-FLAG(WS-IDX) = 'D'
                   MOVE WS-PT-QTY(WS-IDX) TO WS-S-EDIT
                   MOVE WS-PT-RECEIVED(WS-IDX) TO WS-N-EDIT
                   MOVE WS-PT-USED(WS-IDX) TO WS-M-EDIT
                   DISPLAY '  ' FUNCTION TRIM(WS-PT-ID(WS-IDX))
                       ': on hand ' FUNCTION TRIM(WS-S-EDIT)
                       ', received ' FUNCTION TRIM(WS-N-EDIT)
                       ', used ' FUNCTION TRIM(WS-M-EDIT)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ RECEIPT-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE RECEIPT-FILE-LINE TO WS-F4
                           PERFORM SHOW-ONE-PART-ROW
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ USAGE-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           MOVE USAGE-FILE-LINE TO WS-F4
                           PERFORM SHOW-ONE-PART-ROW
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF.

       SHOW-ONE-PART-ROW.
           MOVE SPACES TO WS-F1.
           UNSTRING WS-F4 DELIMITED BY '|'
               INTO WS-F1
           END-UNSTRING.
           PERFORM FIND-PART.
           IF WS-FOUND > 0
               IF WS-PT-FLAG(WS-FOUND) = 'D'
                   DISPLAY '    ' FUNCTION TRIM(WS-F4)
               END-IF
           END-IF.

      *    ONLY THE QTY OF A DIFFERING PART CHANGES; EVERY OTHER ROW
      *    GOES BACK BYTE FOR BYTE.
       RESET-PARTS-FILE.
           PERFORM TAKE-LOCK.
           OPEN OUTPUT PARTS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PT-COUNT
               IF WS-PT-FLAG(WS-IDX) = 'D'
                   MOVE SPACES TO WS-P-ID WS-P-NAME WS-P-KIND
                       WS-P-QTY-X WS-P-COST
                   UNSTRING WS-PT-LINE(WS-IDX) DELIMITED BY '|'
                       INTO WS-P-ID WS-P-NAME WS-P-KIND WS-P-QTY-X
                            WS-P-COST
                   END-UNSTRING
                   COMPUTE WS-QTY-EDIT = WS-PT-RECEIVED(WS-IDX)
                       - WS-PT-USED(WS-IDX)
                   MOVE SPACES TO PARTS-FILE-LINE
                   STRING FUNCTION TRIM(WS-P-ID) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-P-NAME) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-P-KIND) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTY-EDIT) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-P-COST) DELIMITED BY SIZE
                       INTO PARTS-FILE-LINE
                   END-STRING
               ELSE
                   MOVE WS-PT-LINE(WS-IDX) TO PARTS-FILE-LINE
               END-IF
               WRITE PARTS-FILE-LINE
           END-PERFORM.
           CLOSE PARTS-FILE.
           PERFORM DROP-LOCK.
           DISPLAY '  reset: data/KBPARTS.DAT stock set to receipts'
               ' less usage'.

      *    ---------------------------------------------------------
      *    THE VERDICT ROW FOR STATUS.COB. scripts/build.sh EMPTIES
      *    THE FILE AT THE START OF A BUILD, BUT THIS JOB ALSO RUNS
      *    ON ITS OWN, SO IT REPLACES ITS ROW RATHER THAN ADDING ONE.
      *    ---------------------------------------------------------
       RECORD-VERDICT.
           MOVE 0 TO WS-CK-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS = '00'
               PERFORM UNTIL AT-EOF
                   READ CHECK-FILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           IF CHECK-FILE-LINE(1:10) NOT = 'RECONCILE|'
                                   AND CHECK-FILE-LINE NOT = SPACES
                                   AND WS-CK-COUNT < 100
                               ADD 1 TO WS-CK-COUNT
                               MOVE CHECK-FILE-LINE
                                   TO WS-CK-LINE(WS-CK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
           END-IF.
           OPEN OUTPUT CHECK-FILE.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CK-COUNT
               MOVE WS-CK-LINE(WS-CK-IDX) TO CHECK-FILE-LINE
               WRITE CHECK-FILE-LINE
           END-PERFORM.
           IF WS-OPEN-DIFFS > 0
               MOVE 'RECONCILE|FAIL' TO CHECK-FILE-LINE
           ELSE
               MOVE 'RECONCILE|PASS' TO CHECK-FILE-LINE
           END-IF.
           WRITE CHECK-FILE-LINE.
           CLOSE CHECK-FILE.
       END PROGRAM RECONCILE.
