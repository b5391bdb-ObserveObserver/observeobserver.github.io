       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBREFCHK.
      *    SHARED SUBPROGRAM - IS THIS A NAME THE REFERENCE MASTERS
      *    KNOW? LS-REF-KIND PICKS THE MASTER:
      *        'switch'  data/REF-SWITCHES.DAT
      *        'layout'  data/REF-LAYOUTS.DAT
      *        'profile' data/REF-PROFILES.DAT
      *    LS-REF-VALUE IS LOOKED UP CASE-BLIND AGAINST EVERY
      *    CANONICAL NAME AND ALIAS (SEE KBREFREC.CPY) AND THE ANSWER
      *    COMES BACK IN LS-REF-VERDICT:
      *        'C' - ALREADY THE CANONICAL NAME, EXACTLY
      *        'A' - AN ALIAS OR A CASE VARIANT; LS-REF-CANON HOLDS
      *              THE CANONICAL NAME TO USE INSTEAD
      *        'U' - NOT IN THE MASTER AT ALL
      *        'B' - BLANK VALUE, NOTHING TO CHECK
      *        'N' - NO MASTER FILE, NOTHING TO CHECK AGAINST
      *    KBBUILD.COB CHECKS A NEW BOARD'S SPECS WITH IT AND
      *    DATACHK.COB FLAGS EVERY KEYBOARD.DAT ROW THAT IS NOT 'C'.
      *    KBNORM.COB DOES THE SAME MATCHING OVER WHOLE FILES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KB-REF-FILE ASSIGN TO DYNAMIC WS-REF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'KBREFFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'KBREFREC.CPY'.
       01  WS-REF-PATH         PIC X(40)   VALUE SPACES.
       01  WS-REF-STATUS       PIC X(2)    VALUE '00'.
       01  WS-REF-EOF          PIC X       VALUE 'N'.
               88  REF-EOF                     VALUE 'Y'.
       01  WS-WANT-UPPER       PIC X(30).
       01  WS-ALIAS            PIC X(30).
       01  WS-ALIAS-PTR        PIC 9(3).
       LINKAGE SECTION.
       01  LS-REF-KIND         PIC X(8).
       01  LS-REF-VALUE        PIC X(30).
       01  LS-REF-CANON        PIC X(30).
       01  LS-REF-VERDICT      PIC X.
       PROCEDURE DIVISION USING LS-REF-KIND LS-REF-VALUE LS-REF-CANON
               LS-REF-VERDICT.
           MOVE SPACES TO LS-REF-CANON.
           MOVE 'N' TO WS-REF-EOF.
           IF FUNCTION TRIM(LS-REF-VALUE) = SPACES
               MOVE 'B' TO LS-REF-VERDICT
               GOBACK
           END-IF.
           EVALUATE FUNCTION TRIM(LS-REF-KIND)
               WHEN 'switch'
                   MOVE 'data/REF-SWITCHES.DAT' TO WS-REF-PATH
               WHEN 'layout'
                   MOVE 'data/REF-LAYOUTS.DAT' TO WS-REF-PATH
               WHEN 'profile'
                   MOVE 'data/REF-PROFILES.DAT' TO WS-REF-PATH
               WHEN OTHER
                   MOVE 'N' TO LS-REF-VERDICT
                   GOBACK
           END-EVALUATE.
           MOVE 'U' TO LS-REF-VERDICT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-REF-VALUE))
               TO WS-WANT-UPPER.
           OPEN INPUT KB-REF-FILE.
           IF WS-REF-STATUS NOT = '00'
               MOVE 'N' TO LS-REF-VERDICT
               GOBACK
           END-IF.
           PERFORM UNTIL REF-EOF OR LS-REF-VERDICT NOT = 'U'
               READ KB-REF-FILE
                   AT END
                       SET REF-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-REF
               END-READ
           END-PERFORM.
           CLOSE KB-REF-FILE.
       GOBACK.

       CHECK-ONE-REF.
           MOVE SPACES TO KB-REF-RECORD.
           UNSTRING KB-REF-FILE-LINE DELIMITED BY '|'
               INTO KBX-CANONICAL KBX-ALIASES
           END-UNSTRING.
           IF FUNCTION TRIM(KBX-CANONICAL) = SPACES
               CONTINUE
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(KBX-CANONICAL))
                       = WS-WANT-UPPER
                   PERFORM TAKE-CANONICAL
               ELSE
                   MOVE 1 TO WS-ALIAS-PTR
                   PERFORM UNTIL WS-ALIAS-PTR > LENGTH OF KBX-ALIASES
                           OR LS-REF-VERDICT NOT = 'U'
                       MOVE SPACES TO WS-ALIAS
                       UNSTRING KBX-ALIASES DELIMITED BY ','
                           INTO WS-ALIAS
                           WITH POINTER WS-ALIAS-PTR
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ALIAS) NOT = SPACES
                          AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                              WS-ALIAS)) = WS-WANT-UPPER
                           PERFORM TAKE-CANONICAL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       TAKE-CANONICAL.
           MOVE FUNCTION TRIM(KBX-CANONICAL) TO LS-REF-CANON.
           IF FUNCTION TRIM(LS-REF-VALUE) = FUNCTION TRIM(KBX-CANONICAL)
               MOVE 'C' TO LS-REF-VERDICT
           ELSE
               MOVE 'A' TO LS-REF-VERDICT
           END-IF.
       END PROGRAM KBREFCHK.
