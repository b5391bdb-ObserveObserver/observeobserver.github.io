       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBNORM.
      *    BATCH NORMALIZATION JOB FOR THE KEYBOARD FILES. THE SAME
      *    SWITCH TURNS UP AS 'MX Brown', 'Cherry Brown' AND 'cherry
      *    mx brown' DEPENDING ON WHO TYPED IT, AND THE WANTED-LIST
      *    MATCH, THE TYPING-TEST PICKER AND THE PROVENANCE SHEETS
      *    ALL COMPARE THE TEXT. THIS WALKS
      *        data/KEYBOARD.DAT   SWITCH, LAYOUT, KEYCAP PROFILE
      *        data/KBWANTED.DAT   SWITCH, LAYOUT
      *        data/TRADES.DAT     SWITCH NAMES INSIDE THE OFFER
      *                            AND INBOUND TEXT
      *    AND REPORTS EVERY VALUE THAT IS NOT THE CANONICAL NAME
      *    FROM THE REFERENCE MASTERS (data/REF-SWITCHES.DAT,
      *    data/REF-LAYOUTS.DAT, data/REF-PROFILES.DAT - SEE
      *    KBREFREC.CPY). FIELD VALUES ARE LOOKED UP THROUGH
      *    KBREFCHK.CBL; A NAME NO MASTER KNOWS IS LISTED SO IT CAN BE
      *    ADDED TO THE MASTER OR CORRECTED BY HAND.
      *    TRADE OFFERS ARE A READER'S OWN WORDS, SO ONLY SWITCH NAMES
      *    ARE HUNTED THERE - WHOLE WORDS, CASE-BLIND, AND NEVER A HIT
      *    THAT IS ALREADY PART OF THE CANONICAL NAME. LAYOUT AND
      *    PROFILE ALIASES ('60', 'SA') ARE TOO SHORT TO FIND IN PROSE
      *    WITHOUT MANGLING PRICES AND ORDINARY WORDS.
      *    RUN AS "KBNORM.COB" IT ONLY REPORTS. RUN AS
      *    "KBNORM.COB fix" IT ALSO REWRITES EVERY ALIAS TO ITS
      *    CANONICAL NAME, EACH FILE THROUGH ITS -KEEP.DAT COPY AS
      *    TRADELIFE.COB DOES. UNKNOWN NAMES ARE NEVER TOUCHED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT KB-REF-FILE ASSIGN TO "data/REF-SWITCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-FILE-LINE      PIC X(2000).
       FD  KEEP-FILE.
       01  KEEP-FILE-LINE      PIC X(2000).
           COPY 'KBREFFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'KBREC.CPY'.
           COPY 'TRADEREC.CPY'.
           COPY 'KBREFREC.CPY'.
       01  WS-COMMAND-ARGS     PIC X(80)   VALUE SPACES.
       01  WS-FIX-MODE         PIC X       VALUE 'N'.
               88  FIX-MODE                    VALUE 'Y'.
       01  WS-WORK-PATH        PIC X(40)   VALUE SPACES.
       01  WS-KEEP-PATH        PIC X(40)   VALUE SPACES.
       01  WS-WORK-STATUS      PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-REF-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  WORK-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-REF-EOF          PIC X       VALUE 'N'.
               88  REF-EOF                     VALUE 'Y'.
       01  WS-ROW-NUM          PIC 9(5)    VALUE 0.
       01  WS-ROW-CHANGED      PIC X       VALUE 'N'.
               88  ROW-CHANGED                 VALUE 'Y'.
       01  WS-ALIAS-COUNT      PIC 9(5)    VALUE 0.
       01  WS-UNKNOWN-COUNT    PIC 9(5)    VALUE 0.
       01  WS-FIXED-COUNT      PIC 9(5)    VALUE 0.
      *    ONE FIELD VALUE ON ITS WAY THROUGH KBREFCHK.CBL.
       01  WS-REF-KIND         PIC X(8).
       01  WS-REF-VALUE        PIC X(30).
       01  WS-REF-CANON        PIC X(30).
       01  WS-REF-VERDICT      PIC X.
       01  WS-REF-WHERE        PIC X(40).
      *    THE WANTED LIST (MANUFACTURER|SWITCH|LAYOUT|NOTE).
       01  WS-WANT-MAKER       PIC X(30).
       01  WS-WANT-SWITCH      PIC X(30).
       01  WS-WANT-LAYOUT      PIC X(20).
       01  WS-WANT-NOTE        PIC X(120).
      *    THE SWITCH MASTER FLATTENED FOR THE FREE-TEXT HUNT: ONE
      *    ENTRY PER CANONICAL NAME AND PER ALIAS. WS-SW-OFFSET IS
      *    WHERE THE ALIAS SITS INSIDE ITS CANONICAL NAME (0 IF IT
      *    DOES NOT), SO 'MX Brown' INSIDE 'Cherry MX Brown' IS LEFT
      *    ALONE.
       01  WS-SW-COUNT         PIC 9(3)    VALUE 0.
       01  WS-SW-TABLE.
           05  WS-SW-ENTRY OCCURS 200 TIMES.
               10  WS-SW-UPPER     PIC X(30).
               10  WS-SW-LEN       PIC 9(2).
               10  WS-SW-CANON     PIC X(30).
               10  WS-SW-CANON-LEN PIC 9(2).
               10  WS-SW-OFFSET    PIC 9(2).
               10  WS-SW-IS-CANON  PIC X.
       01  WS-SW-IDX           PIC 9(3).
       01  WS-ALIAS            PIC X(30).
       01  WS-ALIAS-PTR        PIC 9(3).
       01  WS-CANON-UPPER      PIC X(30).
       01  WS-BEFORE-COUNT     PIC 9(3).
      *    THE FREE TEXT BEING HUNTED AND ITS REBUILT COPY.
       01  WS-TEXT             PIC X(300).
       01  WS-TEXT-UPPER       PIC X(300).
       01  WS-NEW-TEXT         PIC X(300).
       01  WS-TEXT-LABEL       PIC X(8).
       01  WS-POS              PIC 9(3).
       01  WS-LAST-POS         PIC 9(3).
       01  WS-START            PIC S9(3).
       01  WS-AFTER            PIC 9(3).
       01  WS-NEW-PTR          PIC 9(3).
       01  WS-HIT              PIC X       VALUE 'N'.
               88  TEXT-HIT                    VALUE 'Y'.
       01  WS-CH               PIC X.
       01  WS-CH-OK            PIC X.
               88  CH-IS-WORD                  VALUE 'Y'.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
                   = 'fix'
               SET FIX-MODE TO TRUE
           END-IF.
           PERFORM LOAD-SWITCH-TABLE.
           PERFORM NORMALIZE-KEYBOARDS.
           PERFORM NORMALIZE-WANTED.
           PERFORM NORMALIZE-TRADES.
           DISPLAY 'kbnorm: ' WS-ALIAS-COUNT ' non-canonical value(s),'
               ' ' WS-UNKNOWN-COUNT ' not in any master'.
           IF FIX-MODE
               DISPLAY 'kbnorm: ' WS-FIXED-COUNT
                   ' value(s) rewritten to the canonical name'
           ELSE
               IF WS-ALIAS-COUNT > 0
                   DISPLAY 'kbnorm: run "KBNORM.COB fix" to rewrite'
                       ' them'
               END-IF
           END-IF.
       GOBACK.

      *    ------------------------------------------------------------
      *    THE SWITCH MASTER INTO WS-SW-TABLE.
      *    ------------------------------------------------------------
       LOAD-SWITCH-TABLE.
           MOVE 'N' TO WS-REF-EOF.
           OPEN INPUT KB-REF-FILE.
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL REF-EOF
                   READ KB-REF-FILE
                       AT END
                           SET REF-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SWITCH
                   END-READ
               END-PERFORM
               CLOSE KB-REF-FILE
           ELSE
               DISPLAY 'kbnorm: no data/REF-SWITCHES.DAT - trade text'
                   ' not checked'
           END-IF.

       LOAD-ONE-SWITCH.
           MOVE SPACES TO KB-REF-RECORD.
           UNSTRING KB-REF-FILE-LINE DELIMITED BY '|'
               INTO KBX-CANONICAL KBX-ALIASES
           END-UNSTRING.
           IF FUNCTION TRIM(KBX-CANONICAL) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KBX-CANONICAL))
                   TO WS-CANON-UPPER
               MOVE KBX-CANONICAL TO WS-ALIAS
               PERFORM ADD-SWITCH-ENTRY
               MOVE 'Y' TO WS-SW-IS-CANON(WS-SW-COUNT)
               MOVE 1 TO WS-ALIAS-PTR
               PERFORM UNTIL WS-ALIAS-PTR > LENGTH OF KBX-ALIASES
                   MOVE SPACES TO WS-ALIAS
                   UNSTRING KBX-ALIASES DELIMITED BY ','
                       INTO WS-ALIAS
                       WITH POINTER WS-ALIAS-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-ALIAS) NOT = SPACES
                       PERFORM ADD-SWITCH-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       ADD-SWITCH-ENTRY.
           IF WS-SW-COUNT < 200
               ADD 1 TO WS-SW-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ALIAS))
                   TO WS-SW-UPPER(WS-SW-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ALIAS))
                   TO WS-SW-LEN(WS-SW-COUNT)
               MOVE FUNCTION TRIM(KBX-CANONICAL)
                   TO WS-SW-CANON(WS-SW-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(KBX-CANONICAL))
                   TO WS-SW-CANON-LEN(WS-SW-COUNT)
               MOVE 'N' TO WS-SW-IS-CANON(WS-SW-COUNT)
               MOVE 0 TO WS-BEFORE-COUNT
               INSPECT WS-CANON-UPPER TALLYING WS-BEFORE-COUNT
                   FOR CHARACTERS BEFORE INITIAL
                   WS-SW-UPPER(WS-SW-COUNT)(1:WS-SW-LEN(WS-SW-COUNT))
               IF WS-BEFORE-COUNT < LENGTH OF WS-CANON-UPPER
                   COMPUTE WS-SW-OFFSET(WS-SW-COUNT) =
                       WS-BEFORE-COUNT + 1
               ELSE
                   MOVE 0 TO WS-SW-OFFSET(WS-SW-COUNT)
               END-IF
           END-IF.

      *    ------------------------------------------------------------
      *    data/KEYBOARD.DAT - FIELDS 3, 4 AND 5.
      *    ------------------------------------------------------------
       NORMALIZE-KEYBOARDS.
           MOVE 'data/KEYBOARD.DAT' TO WS-WORK-PATH.
           MOVE 'data/KEYBOARD-KEEP.DAT' TO WS-KEEP-PATH.
           PERFORM OPEN-WORK-PAIR.
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM NORMALIZE-ONE-KEYBOARD
                   END-READ
               END-PERFORM
               PERFORM CLOSE-WORK-PAIR
           END-IF.

       NORMALIZE-ONE-KEYBOARD.
           MOVE SPACES TO KB-RECORD.
           MOVE 0 TO KB-RATING.
           UNSTRING WORK-FILE-LINE DELIMITED BY '|'
               INTO KB-ID KB-MANUFACTURER KB-SWITCH-TYPE
                    KB-LAYOUT KB-KEYCAP-PROFILE
                    KB-ACQUIRED-DATE KB-RATING KB-FORTRADE
           END-UNSTRING.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE SPACES TO WS-REF-WHERE.
           STRING 'data/KEYBOARD.DAT ' DELIMITED BY SIZE
                  FUNCTION TRIM(KB-ID) DELIMITED BY SIZE
               INTO WS-REF-WHERE
           END-STRING.
           MOVE 'switch' TO WS-REF-KIND.
           MOVE KB-SWITCH-TYPE TO WS-REF-VALUE.
           PERFORM CHECK-ONE-VALUE.
           MOVE WS-REF-VALUE TO KB-SWITCH-TYPE.
           MOVE 'layout' TO WS-REF-KIND.
           MOVE KB-LAYOUT TO WS-REF-VALUE.
           PERFORM CHECK-ONE-VALUE.
           MOVE WS-REF-VALUE TO KB-LAYOUT.
           MOVE 'profile' TO WS-REF-KIND.
           MOVE KB-KEYCAP-PROFILE TO WS-REF-VALUE.
           PERFORM CHECK-ONE-VALUE.
           MOVE WS-REF-VALUE TO KB-KEYCAP-PROFILE.
           IF FIX-MODE
               MOVE WORK-FILE-LINE TO KEEP-FILE-LINE
               IF ROW-CHANGED
                   MOVE SPACES TO KEEP-FILE-LINE
                   STRING FUNCTION TRIM(KB-ID) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(KB-MANUFACTURER)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(KB-SWITCH-TYPE)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(KB-LAYOUT) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(KB-KEYCAP-PROFILE)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(KB-ACQUIRED-DATE)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          KB-RATING DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          KB-FORTRADE DELIMITED BY SIZE
                       INTO KEEP-FILE-LINE
                   END-STRING
               END-IF
               WRITE KEEP-FILE-LINE
           END-IF.

      *    ------------------------------------------------------------
      *    data/KBWANTED.DAT - FIELDS 2 AND 3.
      *    ------------------------------------------------------------
       NORMALIZE-WANTED.
           MOVE 'data/KBWANTED.DAT' TO WS-WORK-PATH.
           MOVE 'data/KBWANTED-KEEP.DAT' TO WS-KEEP-PATH.
           MOVE 0 TO WS-ROW-NUM.
           PERFORM OPEN-WORK-PAIR.
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM NORMALIZE-ONE-WANTED
                   END-READ
               END-PERFORM
               PERFORM CLOSE-WORK-PAIR
           END-IF.

       NORMALIZE-ONE-WANTED.
           ADD 1 TO WS-ROW-NUM.
           MOVE SPACES TO WS-WANT-MAKER WS-WANT-SWITCH WS-WANT-LAYOUT
               WS-WANT-NOTE.
           UNSTRING WORK-FILE-LINE DELIMITED BY '|'
               INTO WS-WANT-MAKER WS-WANT-SWITCH WS-WANT-LAYOUT
                    WS-WANT-NOTE
           END-UNSTRING.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE SPACES TO WS-REF-WHERE.
           STRING 'data/KBWANTED.DAT row ' DELIMITED BY SIZE
                  WS-ROW-NUM DELIMITED BY SIZE
               INTO WS-REF-WHERE
           END-STRING.
           MOVE 'switch' TO WS-REF-KIND.
           MOVE WS-WANT-SWITCH TO WS-REF-VALUE.
           PERFORM CHECK-ONE-VALUE.
           MOVE WS-REF-VALUE TO WS-WANT-SWITCH.
           MOVE 'layout' TO WS-REF-KIND.
           MOVE WS-WANT-LAYOUT TO WS-REF-VALUE.
           PERFORM CHECK-ONE-VALUE.
           MOVE WS-REF-VALUE TO WS-WANT-LAYOUT.
           IF FIX-MODE
               MOVE WORK-FILE-LINE TO KEEP-FILE-LINE
               IF ROW-CHANGED
                   MOVE SPACES TO KEEP-FILE-LINE
                   STRING FUNCTION TRIM(WS-WANT-MAKER)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WANT-SWITCH)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WANT-LAYOUT)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WANT-NOTE)
                              DELIMITED BY SIZE
                       INTO KEEP-FILE-LINE
                   END-STRING
               END-IF
               WRITE KEEP-FILE-LINE
           END-IF.

      *    ONE FIELD AGAINST ITS MASTER. AN ALIAS IS COUNTED AND, IN
      *    fix MODE, REPLACED IN WS-REF-VALUE FOR THE CALLER TO PUT
      *    BACK; AN UNKNOWN NAME IS ONLY LISTED.
       CHECK-ONE-VALUE.
           CALL 'KBREFCHK' USING WS-REF-KIND WS-REF-VALUE WS-REF-CANON
               WS-REF-VERDICT
               ON EXCEPTION
                   MOVE 'N' TO WS-REF-VERDICT
           END-CALL.
           EVALUATE WS-REF-VERDICT
               WHEN 'A'
                   ADD 1 TO WS-ALIAS-COUNT
                   DISPLAY 'kbnorm: ' FUNCTION TRIM(WS-REF-WHERE) ' '
                       FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE) ''' -> '''
                       FUNCTION TRIM(WS-REF-CANON) ''''
                   IF FIX-MODE
                       MOVE WS-REF-CANON TO WS-REF-VALUE
                       SET ROW-CHANGED TO TRUE
                       ADD 1 TO WS-FIXED-COUNT
                   END-IF
               WHEN 'U'
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY 'kbnorm: ' FUNCTION TRIM(WS-REF-WHERE) ' '
                       FUNCTION TRIM(WS-REF-KIND) ' '''
                       FUNCTION TRIM(WS-REF-VALUE)
                       ''' not in the reference master'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ------------------------------------------------------------
      *    data/TRADES.DAT - SWITCH NAMES IN THE OFFER AND INBOUND.
      *    ------------------------------------------------------------
       NORMALIZE-TRADES.
           MOVE 'data/TRADES.DAT' TO WS-WORK-PATH.
           MOVE 'data/TRADES-KEEP.DAT' TO WS-KEEP-PATH.
           MOVE 0 TO WS-ROW-NUM.
           PERFORM OPEN-WORK-PAIR.
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM NORMALIZE-ONE-TRADE
                   END-READ
               END-PERFORM
               PERFORM CLOSE-WORK-PAIR
           END-IF.

       NORMALIZE-ONE-TRADE.
           ADD 1 TO WS-ROW-NUM.
           MOVE SPACES TO TRADE-RECORD.
           UNSTRING WORK-FILE-LINE DELIMITED BY '|'
               INTO TRD-KB-ID TRD-OFFER TRD-CONTACT TRD-DATE
                    TRD-STATE TRD-INBOUND
           END-UNSTRING.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE SPACES TO WS-REF-WHERE.
           STRING 'data/TRADES.DAT row ' DELIMITED BY SIZE
                  WS-ROW-NUM DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(TRD-KB-ID) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-REF-WHERE
           END-STRING.
           MOVE TRD-OFFER TO WS-TEXT.
           MOVE 'offer' TO WS-TEXT-LABEL.
           PERFORM HUNT-SWITCH-NAMES.
           MOVE WS-TEXT TO TRD-OFFER.
           MOVE TRD-INBOUND TO WS-TEXT.
           MOVE 'inbound' TO WS-TEXT-LABEL.
           PERFORM HUNT-SWITCH-NAMES.
           MOVE WS-TEXT TO TRD-INBOUND.
           IF FIX-MODE
               MOVE WORK-FILE-LINE TO KEEP-FILE-LINE
               IF ROW-CHANGED
                   MOVE SPACES TO KEEP-FILE-LINE
                   STRING FUNCTION TRIM(TRD-KB-ID) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-OFFER) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-CONTACT) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-DATE) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-STATE) DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          FUNCTION TRIM(TRD-INBOUND) DELIMITED BY SIZE
                       INTO KEEP-FILE-LINE
                   END-STRING
               END-IF
               WRITE KEEP-FILE-LINE
           END-IF.

      *    EVERY SWITCH-TABLE ENTRY OVER WS-TEXT. A HIT MUST STAND AS
      *    A WHOLE WORD; A CANONICAL NAME ONLY COUNTS WHEN ITS CASE IS
      *    WRONG, AND AN ALIAS NEVER COUNTS WHERE IT IS ALREADY PART
      *    OF ITS CANONICAL NAME.
       HUNT-SWITCH-NAMES.
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT-UPPER.
           PERFORM VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SW-COUNT
               COMPUTE WS-LAST-POS = LENGTH OF WS-TEXT
                   - WS-SW-LEN(WS-SW-IDX) + 1
               MOVE 1 TO WS-POS
               PERFORM UNTIL WS-POS > WS-LAST-POS
                   PERFORM TEST-ONE-POSITION
                   IF TEXT-HIT
                       PERFORM TAKE-TEXT-HIT
                   ELSE
                       ADD 1 TO WS-POS
                   END-IF
               END-PERFORM
           END-PERFORM.

       TEST-ONE-POSITION.
           MOVE 'N' TO WS-HIT.
           IF WS-TEXT-UPPER(WS-POS:WS-SW-LEN(WS-SW-IDX))
                   = WS-SW-UPPER(WS-SW-IDX)(1:WS-SW-LEN(WS-SW-IDX))
               SET TEXT-HIT TO TRUE
               IF WS-POS > 1
                   MOVE WS-TEXT-UPPER(WS-POS - 1:1) TO WS-CH
                   PERFORM CHECK-WORD-CHAR
                   IF CH-IS-WORD
                       MOVE 'N' TO WS-HIT
                   END-IF
               END-IF
               COMPUTE WS-AFTER = WS-POS + WS-SW-LEN(WS-SW-IDX)
               IF WS-AFTER <= LENGTH OF WS-TEXT
                   MOVE WS-TEXT-UPPER(WS-AFTER:1) TO WS-CH
                   PERFORM CHECK-WORD-CHAR
                   IF CH-IS-WORD
                       MOVE 'N' TO WS-HIT
                   END-IF
               END-IF
           END-IF.
           IF TEXT-HIT
               IF WS-SW-IS-CANON(WS-SW-IDX) = 'Y'
                   IF WS-TEXT(WS-POS:WS-SW-CANON-LEN(WS-SW-IDX))
                           = WS-SW-CANON(WS-SW-IDX)
                               (1:WS-SW-CANON-LEN(WS-SW-IDX))
                       MOVE 'N' TO WS-HIT
                   END-IF
               ELSE
                   PERFORM CHECK-INSIDE-CANONICAL
               END-IF
           END-IF.

       CHECK-INSIDE-CANONICAL.
           IF WS-SW-OFFSET(WS-SW-IDX) > 0
               COMPUTE WS-START = WS-POS - WS-SW-OFFSET(WS-SW-IDX) + 1
               IF WS-START >= 1
                  AND WS-START + WS-SW-CANON-LEN(WS-SW-IDX) - 1
                       <= LENGTH OF WS-TEXT
                   IF WS-TEXT-UPPER(WS-START:
                           WS-SW-CANON-LEN(WS-SW-IDX))
                       = FUNCTION UPPER-CASE(WS-SW-CANON(WS-SW-IDX)
                           (1:WS-SW-CANON-LEN(WS-SW-IDX)))
                       MOVE 'N' TO WS-HIT
                   END-IF
               END-IF
           END-IF.

       CHECK-WORD-CHAR.
           MOVE 'N' TO WS-CH-OK.
           IF (WS-CH >= 'A' AND WS-CH <= 'Z')
                   OR (WS-CH >= '0' AND WS-CH <= '9')
               SET CH-IS-WORD TO TRUE
           END-IF.

       TAKE-TEXT-HIT.
           ADD 1 TO WS-ALIAS-COUNT.
           DISPLAY 'kbnorm: ' FUNCTION TRIM(WS-REF-WHERE) ' '
               FUNCTION TRIM(WS-TEXT-LABEL) ' '''
               WS-TEXT(WS-POS:WS-SW-LEN(WS-SW-IDX)) ''' -> '''
               WS-SW-CANON(WS-SW-IDX)(1:WS-SW-CANON-LEN(WS-SW-IDX))
               ''''.
           IF FIX-MODE
               MOVE SPACES TO WS-NEW-TEXT
               MOVE 1 TO WS-NEW-PTR
               IF WS-POS > 1
                   STRING WS-TEXT(1:WS-POS - 1) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               STRING WS-SW-CANON(WS-SW-IDX)
                          (1:WS-SW-CANON-LEN(WS-SW-IDX))
                          DELIMITED BY SIZE
                   INTO WS-NEW-TEXT WITH POINTER WS-NEW-PTR
               END-STRING
               COMPUTE WS-AFTER = WS-POS + WS-SW-LEN(WS-SW-IDX)
               IF WS-AFTER <= LENGTH OF WS-TEXT
                   AND WS-NEW-PTR <= LENGTH OF WS-NEW-TEXT
                   STRING WS-TEXT(WS-AFTER:) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               MOVE WS-NEW-TEXT TO WS-TEXT
               MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT-UPPER
               SET ROW-CHANGED TO TRUE
               ADD 1 TO WS-FIXED-COUNT
               ADD WS-SW-CANON-LEN(WS-SW-IDX) TO WS-POS
           ELSE
               ADD WS-SW-LEN(WS-SW-IDX) TO WS-POS
           END-IF.

      *    ------------------------------------------------------------
      *    OPEN A FILE (AND, IN fix MODE, ITS KEEP COPY); ON CLOSE IN
      *    fix MODE THE KEEP COPY IS WRITTEN BACK OVER THE ORIGINAL.
      *    ------------------------------------------------------------
       OPEN-WORK-PAIR.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS = '00'
               IF FIX-MODE
                   OPEN OUTPUT KEEP-FILE
               END-IF
           ELSE
               DISPLAY 'kbnorm: no ' FUNCTION TRIM(WS-WORK-PATH)
                   ' - skipped'
           END-IF.

       CLOSE-WORK-PAIR.
           CLOSE WORK-FILE.
           IF FIX-MODE
               CLOSE KEEP-FILE
               MOVE 'N' TO WS-KEEP-EOF
               OPEN INPUT KEEP-FILE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL KEEP-EOF
                   READ KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE KEEP-FILE-LINE TO WORK-FILE-LINE
                           WRITE WORK-FILE-LINE
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
               CLOSE WORK-FILE
           END-IF.
       END PROGRAM KBNORM.
