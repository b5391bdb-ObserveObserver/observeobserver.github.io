       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPCHK.
      *    SHARED SUBPROGRAM - IS THIS EARLY-READING TOKEN CURRENT?
      *    A SUPPORTER'S TOKEN (TIP-TOKEN IN data/TIPS.DAT) OPENS
      *    EMBARGOED STORIES FOR AS LONG AS THEIR SUPPORT IS CURRENT:
      *    WS-CURRENT-DAYS AFTER THEIR MOST RECENT TIP - A MONTH AND
      *    A FORTNIGHT, SINCE MONTHLY TIPS NEVER LAND ON THE SAME DAY
      *    TWICE. LS-CURRENT COMES BACK 'Y' (CURRENT), 'N' (LAPSED)
      *    OR 'U' (NOT A TOKEN ANYONE HOLDS); LS-UNTIL IS THE LAST
      *    DAY IT OPENS THE GATE. STORY.CBL ASKS HERE WHEN A TOKEN
      *    DOES NOT MATCH THE STORY'S OWN PREVIEW TOKEN, AND
      *    SUPPORTERS.COB WHEN IT LISTS WHAT IS COMING UP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "data/TIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'TIPFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'TIPREC.CPY'.
       01  WS-TIP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-TIP-EOF          PIC X       VALUE 'N'.
               88  TIP-EOF                     VALUE 'Y'.
       01  WS-CURRENT-DAYS     PIC 9(3)    VALUE 45.
       01  WS-LATEST-DATE      PIC X(8)    VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-UNTIL-INT        PIC 9(8).
       LINKAGE SECTION.
       01  LS-TOKEN            PIC X(20).
       01  LS-CURRENT          PIC X.
       01  LS-UNTIL            PIC X(8).
       PROCEDURE DIVISION USING LS-TOKEN LS-CURRENT LS-UNTIL.
           MOVE 'U' TO LS-CURRENT.
           MOVE SPACES TO LS-UNTIL WS-LATEST-DATE.
           MOVE 'N' TO WS-TIP-EOF.
           IF FUNCTION TRIM(LS-TOKEN) NOT = SPACES
               OPEN INPUT TIP-FILE
               IF WS-TIP-STATUS = '00'
                   PERFORM UNTIL TIP-EOF
                       READ TIP-FILE
                           AT END
                               SET TIP-EOF TO TRUE
                           NOT AT END
                               PERFORM MATCH-ONE-TIP
                       END-READ
                   END-PERFORM
                   CLOSE TIP-FILE
               END-IF
           END-IF.
           IF WS-LATEST-DATE NOT = SPACES
               COMPUTE WS-UNTIL-INT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LATEST-DATE))
                   + WS-CURRENT-DAYS)
               MOVE WS-UNTIL-INT TO LS-UNTIL
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               IF WS-TIMESTAMP(1:8) <= LS-UNTIL
                   MOVE 'Y' TO LS-CURRENT
               ELSE
                   MOVE 'N' TO LS-CURRENT
               END-IF
           END-IF.
       GOBACK.

       MATCH-ONE-TIP.
           MOVE SPACES TO TIP-RECORD.
           UNSTRING TIP-FILE-LINE DELIMITED BY '|'
               INTO TIP-REF TIP-DATE TIP-NAME TIP-EMAIL TIP-SHOW
                    TIP-AMOUNT TIP-TOKEN
           END-UNSTRING.
           IF TIP-TOKEN NOT = SPACES
                   AND FUNCTION TRIM(TIP-TOKEN) =
                       FUNCTION TRIM(LS-TOKEN)
               IF TIP-DATE IS NUMERIC AND TIP-DATE > WS-LATEST-DATE
                   MOVE TIP-DATE TO WS-LATEST-DATE
               END-IF
           END-IF.
       END PROGRAM TIPCHK.
