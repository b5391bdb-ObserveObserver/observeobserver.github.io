       IDENTIFICATION DIVISION.
       PROGRAM-ID. OLDIMPORT.
      *    BATCH JOB - BRINGS OVER THE GUESTBOOK AND THE STORY
      *    COMMENTS FROM THE SITE THAT CAME BEFORE THIS ONE. THEY
      *    SURVIVE AS TWO DUMPS DROPPED IN data/IMPORT/ (THE SAME DROP
      *    DIRECTORY BULKLOAD.COB READS):
      *      OLD-GUESTBOOK.HTML - THE SAVED GUESTBOOK PAGES, ONE
      *        AFTER ANOTHER. EACH ENTRY IS AN ELEMENT CLASSED
      *        gbentry HOLDING A gbname SPAN, A gbdate SPAN AND A
      *        gbmsg DIV.
      *      OLD-COMMENTS.XML - THE OLD COMMENT SYSTEM'S EXPORT, ONE
      *        <comment id=".." parent=".." page=".."> ELEMENT PER
      *        COMMENT WITH <author>, <date> AND <text> INSIDE (TEXT
      *        MAY BE CDATA). page IS THE OLD CGI PROGRAM THE COMMENT
      *        WAS LEFT ON; parent, WHEN PRESENT, IS THE id OF THE
      *        COMMENT IT ANSWERS.
      *    DATES ARE READ AS YYYY-MM-DD OR DD/MM/YYYY, EITHER WITH AN
      *    OPTIONAL HH:MM[:SS]. MARKUP IS STRIPPED AND THE USUAL
      *    ENTITIES DECODED, SO WHAT LANDS IS PLAIN TEXT THAT THE
      *    PAGES ESCAPE ON THE WAY OUT LIKE ANYTHING ELSE.
      *    A COMMENT FINDS ITS STORY THROUGH data/LEGACY.DAT - THE
      *    OLD PROGRAM NAME GIVES THE CLEAN PATH THAT REPLACED IT, AND
      *    THE CLEAN PATH GIVES THE STORY EITHER DIRECTLY (ITS
      *    STORY-PROGRAM) OR THROUGH data/ROUTES.DAT. NOTHING IS
      *    GUESSED: AN ENTRY WITH NO NAME OR NO TEXT, ONE TOO LONG
      *    FOR THE RECORD, AN UNREADABLE DATE, A PAGE LEGACY.DAT DOES
      *    NOT KNOW, OR A REPLY WHOSE PARENT DID NOT COME OVER IS
      *    WRITTEN TO data/IMPORT/OLD-EXCEPTIONS.DAT (SOURCE, ENTRY
      *    NUMBER, REASON, THE START OF THE RAW ENTRY) AND LEFT OUT.
      *    THE EXCEPTIONS FILE IS REWRITTEN EVERY RUN, SO AFTER A FIX
      *    TO LEGACY.DAT IT LISTS ONLY WHAT IS STILL LEFT.
      *    EVERY LANDED ROW CARRIES THE HISTORICAL MARK ('H' IN
      *    GUEST-ORIGIN / COMMENT-ORIGIN): IT SKIPS MODERATION, IS
      *    NEVER CHARGED TO OR CREDITED IN REPUTE.CBL AND NEVER
      *    PROMPTS A REPLY NOTICE. HISTORICAL ROWS ARE KEPT OLDEST
      *    FIRST AT THE HEAD OF EACH FILE, AHEAD OF EVERYTHING
      *    SIGNED OR POSTED HERE, SO THE PAGES' NEWEST-FIRST WALK
      *    STILL HOLDS. A RE-RUN RECOGNISES WHAT IT ALREADY BROUGHT
      *    OVER (SAME STORY, DAY, NAME AND OPENING WORDS) AND ONLY
      *    ADDS WHAT IS NEW; REPLIES KEEP POINTING AT THE PARENT'S
      *    ROW FROM THE EARLIER RUN. ONCE THE COMMENTS ARE WRITTEN
      *    THEIR KEYED PER-STORY COPY (SIDEIO.CBL) IS RELOADED, SINCE
      *    THE IMPORTED ROWS SHIFT EVERY ROW AFTER THEM.
      *    RUN AS: oldimport         - IMPORT
      *            oldimport check   - READ AND REPORT ONLY; THE
      *                                EXCEPTIONS FILE IS STILL
      *                                WRITTEN, THE LIVE FILES ARE
      *                                NOT TOUCHED
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDGB-FILE
               ASSIGN TO "data/IMPORT/OLD-GUESTBOOK.HTML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDGB-STATUS.
           SELECT OLDCOM-FILE
               ASSIGN TO "data/IMPORT/OLD-COMMENTS.XML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDCOM-STATUS.
           SELECT EXCEPT-FILE
               ASSIGN TO "data/IMPORT/OLD-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/IMPORT/OLD-MERGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT GUEST-FILE ASSIGN TO "data/GUESTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-STATUS.
           SELECT COMMENT-FILE ASSIGN TO "data/COMMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENT-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT LEGACY-FILE ASSIGN TO "data/LEGACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "data/ROUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDGB-FILE.
       01  OLDGB-FILE-LINE     PIC X(4000).
       FD  OLDCOM-FILE.
       01  OLDCOM-FILE-LINE    PIC X(4000).
       FD  EXCEPT-FILE.
       01  EXCEPT-FILE-LINE    PIC X(200).
           COPY 'COMFD.CPY' REPLACING COMMENT-FILE BY KEEP-FILE
               COMMENT-FILE-LINE BY KEEP-FILE-LINE.
           COPY 'GUESTFD.CPY'.
           COPY 'COMFD.CPY'.
           COPY 'STORYFD.CPY'.
           COPY 'LEGACYFD.CPY'.
           COPY 'ROUTEFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'GUESTREC.CPY'.
           COPY 'COMREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'LEGACYREC.CPY'.
           COPY 'ROUTEREC.CPY'.
       01  WS-OLDGB-STATUS     PIC X(2)    VALUE '00'.
       01  WS-OLDCOM-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EXCEPT-STATUS    PIC X(2)    VALUE '00'.
       01  WS-KEEP-STATUS      PIC X(2)    VALUE '00'.
       01  WS-GUEST-STATUS     PIC X(2)    VALUE '00'.
       01  WS-COMMENT-STATUS   PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LEGACY-STATUS    PIC X(2)    VALUE '00'.
       01  WS-ROUTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-DUMP-EOF         PIC X       VALUE 'N'.
               88  DUMP-EOF                    VALUE 'Y'.
       01  WS-LIVE-EOF         PIC X       VALUE 'N'.
               88  LIVE-EOF                    VALUE 'Y'.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-TABLE-EOF        PIC X       VALUE 'N'.
               88  TABLE-EOF                   VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(100)  VALUE SPACES.
       01  WS-MODE             PIC X(10)   VALUE SPACES.
       01  WS-CHECK-ONLY       PIC X       VALUE 'N'.
               88  CHECK-ONLY                  VALUE 'Y'.
       01  WS-GUARD-ACTION     PIC X.
      *    WHICH DUMP IS BEING READ, AND FOR THE COMMENTS WHICH PASS:
      *    THE FIRST PASS ONLY MAPS EVERY GOOD OLD COMMENT ID TO ITS
      *    NEW ROW SO THE SECOND CAN THREAD REPLIES WHEREVER THEIR
      *    PARENT SITS IN THE EXPORT.
       01  WS-DUMP-KIND        PIC X       VALUE 'G'.
               88  DUMP-GUESTBOOK              VALUE 'G'.
               88  DUMP-COMMENTS               VALUE 'C'.
       01  WS-PASS             PIC X       VALUE 'L'.
               88  MAP-PASS                    VALUE 'M'.
               88  LOAD-PASS                   VALUE 'L'.
       01  WS-DUMP-OPEN        PIC X       VALUE 'N'.
               88  DUMP-OPEN                   VALUE 'Y'.
       01  WS-SOURCE-WORD      PIC X(10)   VALUE SPACES.
      *    THE DUMP IS READ AS ONE STREAM - LINES JOINED WITH A SPACE,
      *    WITH AN UPPER-CASE TWIN FOR FINDING MARKUP - AND CUT INTO
      *    ENTRIES FROM ONE ENTRY MARKER TO THE NEXT, SO IT DOES NOT
      *    MATTER HOW THE OLD PAGES WERE LINE-BROKEN.
       01  WS-DUMP-LINE        PIC X(4000).
       01  WS-LINE-LEN         PIC 9(5)    VALUE 0.
       01  WS-STREAM           PIC X(16000).
       01  WS-STREAM-UP        PIC X(16000).
       01  WS-STREAM-LEN       PIC 9(5)    VALUE 0.
       01  WS-SCRATCH          PIC X(16000).
       01  WS-SHIFT            PIC 9(5)    VALUE 0.
       01  WS-MARK             PIC X(20)   VALUE SPACES.
       01  WS-MARK-LEN         PIC 9(2)    VALUE 0.
       01  WS-FINAL-CUT        PIC X       VALUE 'N'.
               88  FINAL-CUT                   VALUE 'Y'.
       01  WS-CUT-MORE         PIC X       VALUE 'N'.
               88  CUT-MORE                    VALUE 'Y'.
       01  WS-ENTRY            PIC X(16000).
       01  WS-ENTRY-UP         PIC X(16000).
       01  WS-ENTRY-LEN        PIC 9(5)    VALUE 0.
       01  WS-ENTRY-NUM        PIC 9(5)    VALUE 0.
       01  WS-TALLY            PIC 9(5)    VALUE 0.
       01  WS-REST             PIC 9(5)    VALUE 0.
       01  WS-START            PIC 9(5)    VALUE 0.
      *    ONE FIELD CUT OUT OF AN ENTRY, THEN CLEANED TO PLAIN TEXT.
       01  WS-OPEN-MARK        PIC X(20)   VALUE SPACES.
       01  WS-OPEN-LEN         PIC 9(2)    VALUE 0.
       01  WS-CLOSE-MARK       PIC X(20)   VALUE SPACES.
       01  WS-CLOSE-LEN        PIC 9(2)    VALUE 0.
       01  WS-SKIP-TAG         PIC X       VALUE 'N'.
               88  SKIP-TAG                    VALUE 'Y'.
       01  WS-PIECE            PIC X(4000).
       01  WS-PIECE-LEN        PIC 9(5)    VALUE 0.
       01  WS-CLEAN            PIC X(4000).
       01  WS-CLEAN-LEN        PIC 9(5)    VALUE 0.
       01  WS-CL-IDX           PIC 9(5)    VALUE 0.
       01  WS-CL-CH            PIC X       VALUE SPACE.
       01  WS-IN-TAG           PIC X       VALUE 'N'.
               88  IN-TAG                      VALUE 'Y'.
       01  WS-ENT              PIC X(10)   VALUE SPACES.
       01  WS-ENT-LEN          PIC 9(2)    VALUE 0.
       01  WS-ENT-CODE         PIC 9(7)    VALUE 0.
       01  WS-ENT-DONE         PIC X       VALUE 'N'.
               88  ENT-DONE                    VALUE 'Y'.
       01  WS-ENT-HIGH         PIC 9(7)    VALUE 0.
       01  WS-BYTE             PIC 9(3)    VALUE 0.
      *    THE FIELDS OF THE ENTRY IN HAND.
       01  WS-E-NAME           PIC X(40)   VALUE SPACES.
       01  WS-E-NAME-LEN       PIC 9(5)    VALUE 0.
       01  WS-E-TEXT           PIC X(300)  VALUE SPACES.
       01  WS-E-TEXT-LEN       PIC 9(5)    VALUE 0.
       01  WS-E-OLD-ID         PIC X(20)   VALUE SPACES.
       01  WS-E-OLD-PARENT     PIC X(20)   VALUE SPACES.
       01  WS-E-PAGE           PIC X(80)   VALUE SPACES.
       01  WS-E-STORY          PIC X(8)    VALUE SPACES.
       01  WS-E-STAMP          PIC X(14)   VALUE SPACES.
       01  WS-E-STAMP-NUM      REDEFINES WS-E-STAMP PIC 9(14).
       01  WS-E-PARENT-STAMP   PIC X(14)   VALUE SPACES.
       01  WS-REASON           PIC X(60)   VALUE SPACES.
      *    DATE READING.
       01  WS-DATE-OK          PIC X       VALUE 'N'.
               88  DATE-OK                     VALUE 'Y'.
       01  WS-D-YMD            PIC X(8)    VALUE SPACES.
       01  WS-D-YMD-NUM        REDEFINES WS-D-YMD PIC 9(8).
       01  WS-D-HMS            PIC X(6)    VALUE '000000'.
       01  WS-D-TIME-AT        PIC 9(2)    VALUE 0.
      *    STORY RESOLUTION - THE THREE LOOKUP FILES, LOADED ONCE.
       01  WS-ST-COUNT         PIC 9(4)    VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY         OCCURS 500 TIMES.
               10  WS-ST-ID            PIC X(8).
               10  WS-ST-PROGRAM       PIC X(12).
       01  WS-LG-COUNT         PIC 9(4)    VALUE 0.
       01  WS-LG-TABLE.
           05  WS-LG-ENTRY         OCCURS 300 TIMES.
               10  WS-LG-OLD           PIC X(20).
               10  WS-LG-PATH          PIC X(20).
       01  WS-RT-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY         OCCURS 300 TIMES.
               10  WS-RT-PATH          PIC X(20).
               10  WS-RT-PROGRAM       PIC X(20).
       01  WS-TBL-IDX          PIC 9(4)    VALUE 0.
       01  WS-PAGE-FULL        PIC X(80)   VALUE SPACES.
       01  WS-PAGE-BASE        PIC X(80)   VALUE SPACES.
       01  WS-OLD-BASE         PIC X(20)   VALUE SPACES.
       01  WS-BASE-IN          PIC X(80)   VALUE SPACES.
       01  WS-BASE-OUT         PIC X(80)   VALUE SPACES.
       01  WS-BASE-IDX         PIC 9(3)    VALUE 0.
       01  WS-CLEAN-PATH       PIC X(20)   VALUE SPACES.
       01  WS-TARGET-PROGRAM   PIC X(20)   VALUE SPACES.
       01  WS-LG-HIT           PIC 9(4)    VALUE 0.
      *    WHAT IS ALREADY HISTORICAL IN THE LIVE FILES (AND WHAT
      *    THIS RUN HAS TAKEN SO FAR), BY STORY, DAY, NAME AND OPENING
      *    WORDS, WITH THE ROW ID IT CARRIES.
       01  WS-SEEN-COUNT       PIC 9(5)    VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY       OCCURS 6000 TIMES.
               10  WS-SEEN-KEY         PIC X(66).
               10  WS-SEEN-ID          PIC X(14).
       01  WS-SEEN-IDX         PIC 9(5)    VALUE 0.
       01  WS-SEEN-HIT         PIC 9(5)    VALUE 0.
       01  WS-E-KEY            PIC X(66)   VALUE SPACES.
       01  WS-ID-CLASH         PIC X       VALUE 'N'.
               88  ID-CLASH                    VALUE 'Y'.
      *    OLD COMMENT ID TO NEW ROW, BUILT BY THE FIRST PASS. A
      *    REPLY WHOSE PARENT IS MISSING, DROPPED OR ON ANOTHER STORY
      *    IS DROPPED IN TURN, UNTIL NOTHING MORE CHANGES.
       01  WS-MAP-COUNT        PIC 9(5)    VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        OCCURS 6000 TIMES.
               10  WS-MAP-OLD-ID       PIC X(20).
               10  WS-MAP-OLD-PARENT   PIC X(20).
               10  WS-MAP-STORY        PIC X(8).
               10  WS-MAP-STAMP        PIC X(14).
               10  WS-MAP-ALREADY      PIC X.
               10  WS-MAP-USED         PIC X.
               10  WS-MAP-WHY          PIC X(45).
       01  WS-MAP-IDX          PIC 9(5)    VALUE 0.
       01  WS-MAP-HIT          PIC 9(5)    VALUE 0.
       01  WS-PARENT-HIT       PIC 9(5)    VALUE 0.
       01  WS-FIND-OLD-ID      PIC X(20)   VALUE SPACES.
       01  WS-PRUNED           PIC X       VALUE 'N'.
               88  PRUNED                      VALUE 'Y'.
      *    ROWS WAITING TO GO IN, KEPT IN TIME ORDER.
       01  WS-STG-COUNT        PIC 9(4)    VALUE 0.
       01  WS-STG-TABLE.
           05  WS-STG-ENTRY        OCCURS 4000 TIMES.
               10  WS-STG-KEY          PIC X(14).
               10  WS-STG-LINE         PIC X(480).
       01  WS-STG-IDX          PIC 9(4)    VALUE 0.
       01  WS-STG-AT           PIC 9(4)    VALUE 0.
       01  WS-STG-NEXT         PIC 9(4)    VALUE 0.
       01  WS-NEW-LINE         PIC X(480)  VALUE SPACES.
       01  WS-LIVE-LINE        PIC X(480)  VALUE SPACES.
       01  WS-LIVE-KEY         PIC X(14)   VALUE SPACES.
       01  WS-LIVE-HIST        PIC X       VALUE 'N'.
               88  LIVE-HIST                   VALUE 'Y'.
       01  WS-LIVE-OPEN        PIC X       VALUE 'N'.
               88  LIVE-OPEN                   VALUE 'Y'.
      *    PER-DUMP TALLIES.
       01  WS-READ-COUNT       PIC 9(5)    VALUE 0.
       01  WS-NEW-COUNT        PIC 9(5)    VALUE 0.
       01  WS-DUP-COUNT        PIC 9(5)    VALUE 0.
       01  WS-EXC-COUNT        PIC 9(5)    VALUE 0.
       01  WS-EXC-TOTAL        PIC 9(5)    VALUE 0.
       01  WS-ENTRY-NUM-OUT    PIC Z(4)9.
       01  WS-NEW-WORD         PIC X(11)   VALUE SPACES.
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL ' '
               INTO WS-MODE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-MODE) = 'check'
               SET CHECK-ONLY TO TRUE
               MOVE 'to import' TO WS-NEW-WORD
           ELSE
               IF FUNCTION TRIM(WS-MODE) NOT = SPACES
                   DISPLAY 'oldimport: usage - oldimport [check]'
                   GOBACK
               END-IF
               MOVE 'imported' TO WS-NEW-WORD
           END-IF.
           OPEN OUTPUT EXCEPT-FILE.
           IF WS-EXCEPT-STATUS NOT = '00'
               DISPLAY 'oldimport: cannot write'
                   ' data/IMPORT/OLD-EXCEPTIONS.DAT - nothing done'
               GOBACK
           END-IF.
           PERFORM LOAD-STORY-TABLE.
           PERFORM LOAD-LEGACY-TABLE.
           PERFORM LOAD-ROUTE-TABLE.
           PERFORM IMPORT-GUESTBOOK.
           PERFORM IMPORT-COMMENTS.
           CLOSE EXCEPT-FILE.
           IF CHECK-ONLY
               DISPLAY 'oldimport: check only - live files untouched'
           END-IF.
           IF WS-EXC-TOTAL > 0
               DISPLAY 'oldimport: ' WS-EXC-TOTAL ' exception(s)'
                   ' listed in data/IMPORT/OLD-EXCEPTIONS.DAT'
           END-IF.
       GOBACK.

      *    ------------------------------------------------------------
      *    LOOKUP TABLES
      *    ------------------------------------------------------------
       LOAD-STORY-TABLE.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL TABLE-EOF OR WS-ST-COUNT >= 500
                   READ STORY-FILE
                       AT END
                           SET TABLE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO STORY-ID STORY-TITLE
                               STORY-EXCERPT STORY-PUBDATE
                               STORY-PROGRAM
                           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
                               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                                    STORY-PUBDATE STORY-PROGRAM
                           END-UNSTRING
                           IF FUNCTION TRIM(STORY-ID) NOT = SPACES
                               ADD 1 TO WS-ST-COUNT
                               MOVE STORY-ID TO WS-ST-ID(WS-ST-COUNT)
                               MOVE FUNCTION UPPER-CASE(STORY-PROGRAM)
                                   TO WS-ST-PROGRAM(WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.

       LOAD-LEGACY-TABLE.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT LEGACY-FILE.
           IF WS-LEGACY-STATUS = '00'
               PERFORM UNTIL TABLE-EOF OR WS-LG-COUNT >= 300
                   READ LEGACY-FILE
                       AT END
                           SET TABLE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO LEGACY-RECORD
                           UNSTRING LEGACY-FILE-LINE DELIMITED BY '|'
                               INTO LEGACY-OLD-PROGRAM
                                    LEGACY-CLEAN-PATH
                           END-UNSTRING
                           IF FUNCTION TRIM(LEGACY-OLD-PROGRAM)
                                   NOT = SPACES
                               ADD 1 TO WS-LG-COUNT
                               MOVE LEGACY-OLD-PROGRAM
                                   TO WS-LG-OLD(WS-LG-COUNT)
                               MOVE LEGACY-CLEAN-PATH
                                   TO WS-LG-PATH(WS-LG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGACY-FILE
           END-IF.

       LOAD-ROUTE-TABLE.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT ROUTE-FILE.
           IF WS-ROUTE-STATUS = '00'
               PERFORM UNTIL TABLE-EOF OR WS-RT-COUNT >= 300
                   READ ROUTE-FILE
                       AT END
                           SET TABLE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO ROUTE-RECORD
                           UNSTRING ROUTE-FILE-LINE DELIMITED BY '|'
                               INTO ROUTE-CLEAN-PATH ROUTE-PROGRAM
                           END-UNSTRING
                           IF FUNCTION TRIM(ROUTE-CLEAN-PATH)
                                   NOT = SPACES
                               ADD 1 TO WS-RT-COUNT
                               MOVE ROUTE-CLEAN-PATH
                                   TO WS-RT-PATH(WS-RT-COUNT)
                               MOVE FUNCTION UPPER-CASE(ROUTE-PROGRAM)
                                   TO WS-RT-PROGRAM(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-FILE
           END-IF.

      *    ------------------------------------------------------------
      *    THE GUESTBOOK DUMP
      *    ------------------------------------------------------------
       IMPORT-GUESTBOOK.
           SET DUMP-GUESTBOOK TO TRUE.
           SET LOAD-PASS TO TRUE.
           MOVE 'guestbook' TO WS-SOURCE-WORD.
           MOVE 'CLASS="GBENTRY"' TO WS-MARK.
           MOVE 15 TO WS-MARK-LEN.
           PERFORM RESET-DUMP-TALLIES.
           PERFORM LOAD-SEEN-GUESTS.
           PERFORM RUN-DUMP.
           IF DUMP-OPEN
               IF NOT CHECK-ONLY AND WS-STG-COUNT > 0
                   PERFORM MERGE-STAGED-ROWS
               END-IF
               PERFORM SHOW-DUMP-TALLIES
           ELSE
               DISPLAY 'oldimport: no data/IMPORT/OLD-GUESTBOOK.HTML'
                   ' - guestbook skipped'
           END-IF.

       LOAD-SEEN-GUESTS.
           MOVE 0 TO WS-SEEN-COUNT.
           MOVE 'N' TO WS-LIVE-EOF.
           OPEN INPUT GUEST-FILE.
           IF WS-GUEST-STATUS = '00'
               PERFORM UNTIL LIVE-EOF
                   READ GUEST-FILE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO GUEST-RECORD
                           UNSTRING GUEST-FILE-LINE DELIMITED BY '|'
                               INTO GUEST-NAME GUEST-MESSAGE
                                    GUEST-DATE GUEST-ORIGIN
                           END-UNSTRING
                           IF GUEST-HISTORICAL
                                   AND WS-SEEN-COUNT < 6000
                               MOVE SPACES TO WS-E-KEY
                               STRING '        ' DELIMITED BY SIZE
                                      GUEST-DATE DELIMITED BY SIZE
                                      GUEST-NAME(1:20)
                                          DELIMITED BY SIZE
                                      GUEST-MESSAGE(1:30)
                                          DELIMITED BY SIZE
                                   INTO WS-E-KEY
                               END-STRING
                               ADD 1 TO WS-SEEN-COUNT
                               MOVE WS-E-KEY
                                   TO WS-SEEN-KEY(WS-SEEN-COUNT)
                               MOVE SPACES
                                   TO WS-SEEN-ID(WS-SEEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-FILE
           END-IF.

       WORK-GUEST-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REASON WS-E-NAME WS-E-TEXT.
           MOVE 'CLASS="GBNAME"' TO WS-OPEN-MARK.
           MOVE 14 TO WS-OPEN-LEN.
           MOVE '</SPAN>' TO WS-CLOSE-MARK.
           MOVE 7 TO WS-CLOSE-LEN.
           SET SKIP-TAG TO TRUE.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN-LEN TO WS-E-NAME-LEN.
           MOVE WS-CLEAN TO WS-E-NAME.
           MOVE 'CLASS="GBDATE"' TO WS-OPEN-MARK.
           MOVE 14 TO WS-OPEN-LEN.
           PERFORM GET-FIELD.
           PERFORM PARSE-OLD-DATE.
           MOVE 'CLASS="GBMSG"' TO WS-OPEN-MARK.
           MOVE 13 TO WS-OPEN-LEN.
           MOVE '</DIV>' TO WS-CLOSE-MARK.
           MOVE 6 TO WS-CLOSE-LEN.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN-LEN TO WS-E-TEXT-LEN.
           MOVE WS-CLEAN TO WS-E-TEXT.
           EVALUATE TRUE
               WHEN WS-E-NAME-LEN = 0
                   MOVE 'no name' TO WS-REASON
               WHEN WS-E-NAME-LEN > 40
                   MOVE 'name longer than 40 characters' TO WS-REASON
               WHEN WS-E-TEXT-LEN = 0
                   MOVE 'no message' TO WS-REASON
               WHEN WS-E-TEXT-LEN > 300
                   MOVE 'message longer than 300 characters'
                       TO WS-REASON
               WHEN NOT DATE-OK
                   MOVE 'date not readable' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SPACES TO WS-E-STORY
               PERFORM BUILD-ENTRY-KEY
               PERFORM FIND-SEEN-KEY
               IF WS-SEEN-HIT > 0
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   IF WS-STG-COUNT >= 4000 OR WS-SEEN-COUNT >= 6000
                       MOVE 'too many entries for one run - run'
                           & ' again for the rest' TO WS-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE SPACES TO WS-NEW-LINE
                       STRING FUNCTION TRIM(WS-E-NAME)
                                  DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-E-TEXT)
                                  DELIMITED BY SIZE
                              '|' DELIMITED BY SIZE
                              WS-E-STAMP(1:8) DELIMITED BY SIZE
                              '|H' DELIMITED BY SIZE
                           INTO WS-NEW-LINE
                       END-STRING
                       PERFORM STAGE-NEW-LINE
                       PERFORM ADD-SEEN-KEY
                   END-IF
               END-IF
           END-IF.

      *    ------------------------------------------------------------
      *    THE COMMENT EXPORT
      *    ------------------------------------------------------------
       IMPORT-COMMENTS.
           SET DUMP-COMMENTS TO TRUE.
           MOVE 'comments' TO WS-SOURCE-WORD.
           MOVE '<COMMENT ' TO WS-MARK.
           MOVE 9 TO WS-MARK-LEN.
           PERFORM RESET-DUMP-TALLIES.
           MOVE 0 TO WS-MAP-COUNT.
           PERFORM LOAD-SEEN-COMMENTS.
           SET MAP-PASS TO TRUE.
           PERFORM RUN-DUMP.
           IF DUMP-OPEN
               PERFORM PRUNE-ORPHAN-REPLIES
               SET LOAD-PASS TO TRUE
               PERFORM RUN-DUMP
               IF NOT CHECK-ONLY AND WS-STG-COUNT > 0
                   PERFORM MERGE-STAGED-ROWS
               END-IF
               PERFORM SHOW-DUMP-TALLIES
           ELSE
               DISPLAY 'oldimport: no data/IMPORT/OLD-COMMENTS.XML'
                   ' - comments skipped'
           END-IF.

       LOAD-SEEN-COMMENTS.
           MOVE 0 TO WS-SEEN-COUNT.
           MOVE 'N' TO WS-LIVE-EOF.
           OPEN INPUT COMMENT-FILE.
           IF WS-COMMENT-STATUS = '00'
               PERFORM UNTIL LIVE-EOF
                   READ COMMENT-FILE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM SPLIT-COMMENT-LINE
                           IF COMMENT-HISTORICAL
                                   AND WS-SEEN-COUNT < 6000
                               MOVE SPACES TO WS-E-KEY
                               STRING COMMENT-STORY-ID
                                          DELIMITED BY SIZE
                                      COMMENT-DATE DELIMITED BY SIZE
                                      COMMENT-NAME(1:20)
                                          DELIMITED BY SIZE
                                      COMMENT-BODY(1:30)
                                          DELIMITED BY SIZE
                                   INTO WS-E-KEY
                               END-STRING
                               ADD 1 TO WS-SEEN-COUNT
                               MOVE WS-E-KEY
                                   TO WS-SEEN-KEY(WS-SEEN-COUNT)
                               MOVE COMMENT-ID
                                   TO WS-SEEN-ID(WS-SEEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMENT-FILE
           END-IF.

       SPLIT-COMMENT-LINE.
           MOVE SPACES TO COMMENT-RECORD.
           UNSTRING COMMENT-FILE-LINE DELIMITED BY '|'
               INTO COMMENT-STORY-ID COMMENT-NAME COMMENT-BODY
                    COMMENT-DATE COMMENT-ID COMMENT-PARENT
                    COMMENT-TOKEN COMMENT-NOTIFY COMMENT-ORIGIN
           END-UNSTRING.

      *    FIRST PASS: EVERY COMMENT THAT STANDS ON ITS OWN GETS ITS
      *    NEW ROW ID NOW - THE ID OF THE ROW A PREVIOUS RUN LANDED
      *    IF IT IS ALREADY IN, OTHERWISE ITS OWN TIMESTAMP, MOVED ON
      *    A SECOND AT A TIME IF ANOTHER COMMENT ON THE SAME STORY
      *    ALREADY HOLDS IT.
       MAP-COMMENT-ENTRY.
           PERFORM READ-COMMENT-FIELDS.
           IF WS-REASON = SPACES
               MOVE WS-E-OLD-ID TO WS-FIND-OLD-ID
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-HIT = 0 AND WS-MAP-COUNT < 6000
                   PERFORM BUILD-ENTRY-KEY
                   PERFORM FIND-SEEN-KEY
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-E-OLD-ID TO WS-MAP-OLD-ID(WS-MAP-COUNT)
                   MOVE WS-E-OLD-PARENT
                       TO WS-MAP-OLD-PARENT(WS-MAP-COUNT)
                   MOVE WS-E-STORY TO WS-MAP-STORY(WS-MAP-COUNT)
                   MOVE 'N' TO WS-MAP-USED(WS-MAP-COUNT)
                   MOVE SPACES TO WS-MAP-WHY(WS-MAP-COUNT)
                   IF WS-SEEN-HIT > 0
                       MOVE WS-SEEN-ID(WS-SEEN-HIT)
                           TO WS-MAP-STAMP(WS-MAP-COUNT)
                       MOVE 'Y' TO WS-MAP-ALREADY(WS-MAP-COUNT)
                   ELSE
                       PERFORM SETTLE-NEW-STAMP
                       MOVE WS-E-STAMP TO WS-MAP-STAMP(WS-MAP-COUNT)
                       MOVE 'N' TO WS-MAP-ALREADY(WS-MAP-COUNT)
                       IF WS-SEEN-COUNT < 6000
                           PERFORM ADD-SEEN-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SETTLE-NEW-STAMP.
           SET ID-CLASH TO TRUE.
           PERFORM UNTIL NOT ID-CLASH
               MOVE 'N' TO WS-ID-CLASH
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                          OR ID-CLASH
                   IF WS-SEEN-KEY(WS-SEEN-IDX)(1:8) = WS-E-STORY
                           AND WS-SEEN-ID(WS-SEEN-IDX) = WS-E-STAMP
                       SET ID-CLASH TO TRUE
                   END-IF
               END-PERFORM
               IF ID-CLASH
                   ADD 1 TO WS-E-STAMP-NUM
               END-IF
           END-PERFORM.

      *    A REPLY ONLY COMES OVER IF ITS PARENT DOES, AND ON THE
      *    SAME STORY. DROPPING ONE REPLY CAN ORPHAN ITS OWN REPLIES,
      *    SO THE SWEEP REPEATS UNTIL A PASS DROPS NOTHING.
       PRUNE-ORPHAN-REPLIES.
           SET PRUNED TO TRUE.
           PERFORM UNTIL NOT PRUNED
               MOVE 'N' TO WS-PRUNED
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-WHY(WS-MAP-IDX) = SPACES
                           AND WS-MAP-OLD-PARENT(WS-MAP-IDX)
                               NOT = SPACES
                       MOVE WS-MAP-OLD-PARENT(WS-MAP-IDX)
                           TO WS-FIND-OLD-ID
                       PERFORM FIND-MAP-ENTRY
                       EVALUATE TRUE
                           WHEN WS-MAP-HIT = 0
                               MOVE 'reply to a comment that did not'
                                   & ' come over'
                                   TO WS-MAP-WHY(WS-MAP-IDX)
                               SET PRUNED TO TRUE
                           WHEN WS-MAP-WHY(WS-MAP-HIT) NOT = SPACES
                               MOVE 'reply to a comment that did not'
                                   & ' come over'
                                   TO WS-MAP-WHY(WS-MAP-IDX)
                               SET PRUNED TO TRUE
                           WHEN WS-MAP-STORY(WS-MAP-HIT)
                                   NOT = WS-MAP-STORY(WS-MAP-IDX)
                               MOVE 'reply to a comment on another'
                                   & ' story'
                                   TO WS-MAP-WHY(WS-MAP-IDX)
                               SET PRUNED TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    SECOND PASS: THE SAME CHECKS AGAIN (SO EVERY ENTRY GETS
      *    ITS OWN REASON), THEN THE MAP SAYS WHERE IT GOES.
       WORK-COMMENT-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           PERFORM READ-COMMENT-FIELDS.
           MOVE 0 TO WS-MAP-HIT.
           IF WS-REASON = SPACES
               MOVE WS-E-OLD-ID TO WS-FIND-OLD-ID
               PERFORM FIND-MAP-ENTRY
               EVALUATE TRUE
                   WHEN WS-MAP-HIT = 0
                       MOVE 'too many comments for one run - run'
                           & ' again for the rest' TO WS-REASON
                   WHEN WS-MAP-USED(WS-MAP-HIT) = 'Y'
                       MOVE 'comment id appears twice in the export'
                           TO WS-REASON
                   WHEN WS-MAP-WHY(WS-MAP-HIT) NOT = SPACES
                       MOVE WS-MAP-WHY(WS-MAP-HIT) TO WS-REASON
               END-EVALUATE
           END-IF.
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-MAP-USED(WS-MAP-HIT)
               IF WS-MAP-ALREADY(WS-MAP-HIT) = 'Y'
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   IF WS-STG-COUNT >= 4000
                       MOVE 'too many comments for one run - run'
                           & ' again for the rest' TO WS-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM STAGE-COMMENT-ROW
                   END-IF
               END-IF
           END-IF.

       STAGE-COMMENT-ROW.
           MOVE WS-MAP-STAMP(WS-MAP-HIT) TO WS-E-STAMP.
           MOVE SPACES TO WS-E-PARENT-STAMP.
           IF WS-E-OLD-PARENT NOT = SPACES
               MOVE WS-E-OLD-PARENT TO WS-FIND-OLD-ID
               PERFORM FIND-MAP-ENTRY
               MOVE WS-MAP-STAMP(WS-MAP-HIT) TO WS-E-PARENT-STAMP
           END-IF.
           MOVE SPACES TO WS-NEW-LINE.
           STRING FUNCTION TRIM(WS-E-STORY) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-E-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-E-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-E-STAMP(1:8) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-E-STAMP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-E-PARENT-STAMP) DELIMITED BY SIZE
                  '|||H' DELIMITED BY SIZE
               INTO WS-NEW-LINE
           END-STRING.
           PERFORM STAGE-NEW-LINE.

      *    PULLS THE FIELDS OUT OF ONE <comment> AND SETTLES THE
      *    FIRST REASON (IF ANY) IT CANNOT COME OVER AS IT STANDS.
       READ-COMMENT-FIELDS.
           MOVE SPACES TO WS-REASON WS-E-NAME WS-E-TEXT WS-E-OLD-ID
               WS-E-OLD-PARENT WS-E-PAGE WS-E-STORY.
           MOVE ' ID="' TO WS-OPEN-MARK.
           MOVE 5 TO WS-OPEN-LEN.
           MOVE '"' TO WS-CLOSE-MARK.
           MOVE 1 TO WS-CLOSE-LEN.
           MOVE 'N' TO WS-SKIP-TAG.
           PERFORM GET-FIELD.
           IF WS-CLEAN-LEN <= 20
               MOVE WS-CLEAN TO WS-E-OLD-ID
           END-IF.
           MOVE ' PARENT="' TO WS-OPEN-MARK.
           MOVE 9 TO WS-OPEN-LEN.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN TO WS-E-OLD-PARENT.
           MOVE ' PAGE="' TO WS-OPEN-MARK.
           MOVE 7 TO WS-OPEN-LEN.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN TO WS-E-PAGE.
           MOVE '<AUTHOR>' TO WS-OPEN-MARK.
           MOVE 8 TO WS-OPEN-LEN.
           MOVE '</AUTHOR>' TO WS-CLOSE-MARK.
           MOVE 9 TO WS-CLOSE-LEN.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN-LEN TO WS-E-NAME-LEN.
           MOVE WS-CLEAN TO WS-E-NAME.
           MOVE '<DATE>' TO WS-OPEN-MARK.
           MOVE 6 TO WS-OPEN-LEN.
           MOVE '</DATE>' TO WS-CLOSE-MARK.
           MOVE 7 TO WS-CLOSE-LEN.
           PERFORM GET-FIELD.
           PERFORM PARSE-OLD-DATE.
           MOVE '<TEXT>' TO WS-OPEN-MARK.
           MOVE 6 TO WS-OPEN-LEN.
           MOVE '</TEXT>' TO WS-CLOSE-MARK.
           MOVE 7 TO WS-CLOSE-LEN.
           PERFORM GET-FIELD.
           MOVE WS-CLEAN-LEN TO WS-E-TEXT-LEN.
           MOVE WS-CLEAN TO WS-E-TEXT.
           IF WS-E-PAGE NOT = SPACES
               PERFORM RESOLVE-STORY
           END-IF.
           EVALUATE TRUE
               WHEN WS-E-OLD-ID = SPACES
                   MOVE 'no comment id' TO WS-REASON
               WHEN WS-E-PAGE = SPACES
                   MOVE 'no page' TO WS-REASON
               WHEN WS-LG-HIT = 0
                   MOVE 'page not in data/LEGACY.DAT' TO WS-REASON
               WHEN WS-E-STORY = SPACES
                   MOVE 'legacy page leads to no story' TO WS-REASON
               WHEN WS-E-NAME-LEN = 0
                   MOVE 'no author' TO WS-REASON
               WHEN WS-E-NAME-LEN > 40
                   MOVE 'author longer than 40 characters'
                       TO WS-REASON
               WHEN WS-E-TEXT-LEN = 0
                   MOVE 'no text' TO WS-REASON
               WHEN WS-E-TEXT-LEN > 300
                   MOVE 'text longer than 300 characters' TO WS-REASON
               WHEN NOT DATE-OK
                   MOVE 'date not readable' TO WS-REASON
           END-EVALUATE.

      *    OLD PAGE -> data/LEGACY.DAT -> CLEAN PATH -> STORY. THE
      *    LEGACY ROW MAY NAME THE OLD PROGRAM WITH OR WITHOUT ITS
      *    DIRECTORY (IT HOLDS SCRIPT_NAME VALUES FOR REDIRECT.COB),
      *    SO THE PAGE IS TRIED WHOLE, THEN WITHOUT ITS QUERY, THEN
      *    BY PROGRAM NAME ALONE.
       RESOLVE-STORY.
           MOVE 0 TO WS-LG-HIT.
           MOVE SPACES TO WS-E-STORY WS-PAGE-FULL WS-PAGE-BASE.
           UNSTRING WS-E-PAGE DELIMITED BY '?'
               INTO WS-PAGE-FULL
           END-UNSTRING.
           MOVE WS-PAGE-FULL TO WS-BASE-IN.
           PERFORM TAKE-BASE-NAME.
           MOVE WS-BASE-OUT TO WS-PAGE-BASE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-LG-COUNT OR WS-LG-HIT > 0
               IF WS-LG-OLD(WS-TBL-IDX) = WS-E-PAGE
                   MOVE WS-TBL-IDX TO WS-LG-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-LG-COUNT OR WS-LG-HIT > 0
               IF WS-LG-OLD(WS-TBL-IDX) = WS-PAGE-FULL
                   MOVE WS-TBL-IDX TO WS-LG-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-LG-COUNT OR WS-LG-HIT > 0
               MOVE WS-LG-OLD(WS-TBL-IDX) TO WS-BASE-IN
               PERFORM TAKE-BASE-NAME
               IF WS-BASE-OUT = WS-PAGE-BASE
                       AND WS-PAGE-BASE NOT = SPACES
                   MOVE WS-TBL-IDX TO WS-LG-HIT
               END-IF
           END-PERFORM.
           IF WS-LG-HIT > 0
               MOVE WS-LG-PATH(WS-LG-HIT) TO WS-CLEAN-PATH
               IF WS-CLEAN-PATH(1:1) = '/'
                   MOVE WS-LG-PATH(WS-LG-HIT)(2:) TO WS-CLEAN-PATH
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-CLEAN-PATH)
                   TO WS-TARGET-PROGRAM
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-RT-COUNT
                   IF WS-RT-PATH(WS-TBL-IDX) = WS-CLEAN-PATH
                       MOVE WS-RT-PROGRAM(WS-TBL-IDX)
                           TO WS-TARGET-PROGRAM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-ST-COUNT
                          OR WS-E-STORY NOT = SPACES
                   IF WS-ST-PROGRAM(WS-TBL-IDX) = WS-TARGET-PROGRAM
                           AND WS-TARGET-PROGRAM NOT = SPACES
                       MOVE WS-ST-ID(WS-TBL-IDX) TO WS-E-STORY
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-BASE-NAME.
           MOVE SPACES TO WS-BASE-OUT.
           MOVE 0 TO WS-BASE-IDX.
           PERFORM VARYING WS-TALLY FROM 1 BY 1 UNTIL WS-TALLY > 80
               IF WS-BASE-IN(WS-TALLY:1) = '/'
                   MOVE WS-TALLY TO WS-BASE-IDX
               END-IF
           END-PERFORM.
           IF WS-BASE-IDX < 80
               MOVE WS-BASE-IN(WS-BASE-IDX + 1:) TO WS-BASE-OUT
           END-IF.

       FIND-MAP-ENTRY.
           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF WS-MAP-OLD-ID(WS-MAP-IDX) = WS-FIND-OLD-ID
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.

      *    ------------------------------------------------------------
      *    READING A DUMP
      *    ------------------------------------------------------------
       RESET-DUMP-TALLIES.
           MOVE 0 TO WS-READ-COUNT WS-NEW-COUNT WS-DUP-COUNT
               WS-EXC-COUNT WS-STG-COUNT.

       RUN-DUMP.
           MOVE 'N' TO WS-DUMP-OPEN WS-DUMP-EOF.
           MOVE 0 TO WS-STREAM-LEN WS-ENTRY-NUM.
           IF DUMP-GUESTBOOK
               OPEN INPUT OLDGB-FILE
               IF WS-OLDGB-STATUS = '00'
                   SET DUMP-OPEN TO TRUE
               END-IF
           ELSE
               OPEN INPUT OLDCOM-FILE
               IF WS-OLDCOM-STATUS = '00'
                   SET DUMP-OPEN TO TRUE
               END-IF
           END-IF.
           IF DUMP-OPEN
               MOVE 'N' TO WS-FINAL-CUT
               PERFORM UNTIL DUMP-EOF
                   PERFORM READ-DUMP-LINE
                   IF NOT DUMP-EOF
                       PERFORM APPEND-TO-STREAM
                       PERFORM CUT-STREAM-ENTRIES
                   END-IF
               END-PERFORM
               SET FINAL-CUT TO TRUE
               PERFORM CUT-STREAM-ENTRIES
               IF DUMP-GUESTBOOK
                   CLOSE OLDGB-FILE
               ELSE
                   CLOSE OLDCOM-FILE
               END-IF
           END-IF.

       READ-DUMP-LINE.
           MOVE SPACES TO WS-DUMP-LINE.
           IF DUMP-GUESTBOOK
               READ OLDGB-FILE
                   AT END
                       SET DUMP-EOF TO TRUE
                   NOT AT END
                       MOVE OLDGB-FILE-LINE TO WS-DUMP-LINE
               END-READ
           ELSE
               READ OLDCOM-FILE
                   AT END
                       SET DUMP-EOF TO TRUE
                   NOT AT END
                       MOVE OLDCOM-FILE-LINE TO WS-DUMP-LINE
               END-READ
           END-IF.

      *    TABS AND STRAY CARRIAGE RETURNS FROM THE OLD SERVER ARE
      *    PLAIN SPACE BY THE TIME THEY REACH THE STREAM. AN ENTRY
      *    THAT WILL NOT FIT THE STREAM IS REPORTED AND SKIPPED.
       APPEND-TO-STREAM.
           INSPECT WS-DUMP-LINE REPLACING ALL X'09' BY ' '
                                          ALL X'0D' BY ' '.
           IF WS-DUMP-LINE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DUMP-LINE
                   TRAILING)) TO WS-LINE-LEN
               IF WS-STREAM-LEN + WS-LINE-LEN + 1 > 16000
                   ADD 1 TO WS-ENTRY-NUM
                   MOVE WS-STREAM-LEN TO WS-ENTRY-LEN
                   MOVE WS-STREAM TO WS-ENTRY
                   IF LOAD-PASS
                       ADD 1 TO WS-READ-COUNT
                       MOVE 'entry too long to read' TO WS-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
                   MOVE 0 TO WS-STREAM-LEN
               END-IF
               ADD 1 TO WS-STREAM-LEN
               MOVE ' ' TO WS-STREAM(WS-STREAM-LEN:1)
                           WS-STREAM-UP(WS-STREAM-LEN:1)
               MOVE WS-DUMP-LINE(1:WS-LINE-LEN)
                   TO WS-STREAM(WS-STREAM-LEN + 1:WS-LINE-LEN)
               MOVE FUNCTION UPPER-CASE(WS-DUMP-LINE(1:WS-LINE-LEN))
                   TO WS-STREAM-UP(WS-STREAM-LEN + 1:WS-LINE-LEN)
               ADD WS-LINE-LEN TO WS-STREAM-LEN
           END-IF.

      *    CUTS EVERY COMPLETE ENTRY OFF THE FRONT OF THE STREAM - AN
      *    ENTRY IS COMPLETE ONCE THE NEXT ENTRY'S MARKER HAS ARRIVED,
      *    OR THE DUMP HAS ENDED. TEXT AHEAD OF THE FIRST MARKER (PAGE
      *    FURNITURE, THE XML PROLOGUE) IS DROPPED.
       CUT-STREAM-ENTRIES.
           SET CUT-MORE TO TRUE.
           PERFORM UNTIL NOT CUT-MORE
               IF WS-STREAM-LEN = 0
                   MOVE 'N' TO WS-CUT-MORE
               ELSE
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-STREAM-UP(1:WS-STREAM-LEN)
                       TALLYING WS-TALLY FOR CHARACTERS
                       BEFORE INITIAL WS-MARK(1:WS-MARK-LEN)
                   IF WS-TALLY >= WS-STREAM-LEN
                       MOVE 0 TO WS-STREAM-LEN
                       MOVE 'N' TO WS-CUT-MORE
                   ELSE
                       IF WS-TALLY > 0
                           MOVE WS-TALLY TO WS-SHIFT
                           PERFORM SHIFT-STREAM
                       END-IF
                       PERFORM CUT-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       CUT-ONE-ENTRY.
           MOVE 0 TO WS-TALLY.
           COMPUTE WS-REST = WS-STREAM-LEN - WS-MARK-LEN.
           IF WS-REST > 0
               INSPECT WS-STREAM-UP(WS-MARK-LEN + 1:WS-REST)
                   TALLYING WS-TALLY FOR CHARACTERS
                   BEFORE INITIAL WS-MARK(1:WS-MARK-LEN)
           END-IF.
           EVALUATE TRUE
               WHEN WS-TALLY < WS-REST
                   COMPUTE WS-ENTRY-LEN = WS-MARK-LEN + WS-TALLY
                   PERFORM TAKE-ENTRY
                   MOVE WS-ENTRY-LEN TO WS-SHIFT
                   PERFORM SHIFT-STREAM
               WHEN FINAL-CUT
                   MOVE WS-STREAM-LEN TO WS-ENTRY-LEN
                   PERFORM TAKE-ENTRY
                   MOVE 0 TO WS-STREAM-LEN
                   MOVE 'N' TO WS-CUT-MORE
               WHEN OTHER
                   MOVE 'N' TO WS-CUT-MORE
           END-EVALUATE.

       SHIFT-STREAM.
           IF WS-SHIFT >= WS-STREAM-LEN
               MOVE 0 TO WS-STREAM-LEN
           ELSE
               MOVE WS-STREAM(WS-SHIFT + 1:) TO WS-SCRATCH
               MOVE WS-SCRATCH TO WS-STREAM
               MOVE WS-STREAM-UP(WS-SHIFT + 1:) TO WS-SCRATCH
               MOVE WS-SCRATCH TO WS-STREAM-UP
               SUBTRACT WS-SHIFT FROM WS-STREAM-LEN
           END-IF.

       TAKE-ENTRY.
           ADD 1 TO WS-ENTRY-NUM.
           MOVE SPACES TO WS-ENTRY WS-ENTRY-UP.
           MOVE WS-STREAM(1:WS-ENTRY-LEN) TO WS-ENTRY.
           MOVE WS-STREAM-UP(1:WS-ENTRY-LEN) TO WS-ENTRY-UP.
           EVALUATE TRUE
               WHEN DUMP-GUESTBOOK
                   PERFORM WORK-GUEST-ENTRY
               WHEN MAP-PASS
                   PERFORM MAP-COMMENT-ENTRY
               WHEN OTHER
                   PERFORM WORK-COMMENT-ENTRY
           END-EVALUATE.

      *    ------------------------------------------------------------
      *    ONE FIELD OUT OF AN ENTRY: THE TEXT BETWEEN THE OPEN MARK
      *    (OR, WITH SKIP-TAG, THE END OF THE TAG THAT HOLDS IT) AND
      *    THE CLOSE MARK, CLEANED TO PLAIN TEXT. A MISSING FIELD
      *    COMES BACK EMPTY.
      *    ------------------------------------------------------------
       GET-FIELD.
           MOVE SPACES TO WS-PIECE WS-CLEAN.
           MOVE 0 TO WS-PIECE-LEN WS-CLEAN-LEN WS-START.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-ENTRY-UP(1:WS-ENTRY-LEN) TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL
               WS-OPEN-MARK(1:WS-OPEN-LEN).
           IF WS-TALLY < WS-ENTRY-LEN
               COMPUTE WS-START = WS-TALLY + WS-OPEN-LEN + 1
           END-IF.
           IF WS-START > 0 AND WS-START <= WS-ENTRY-LEN AND SKIP-TAG
               MOVE 0 TO WS-TALLY
               COMPUTE WS-REST = WS-ENTRY-LEN - WS-START + 1
               INSPECT WS-ENTRY-UP(WS-START:WS-REST) TALLYING WS-TALLY
                   FOR CHARACTERS BEFORE INITIAL '>'
               IF WS-TALLY < WS-REST
                   COMPUTE WS-START = WS-START + WS-TALLY + 1
               ELSE
                   MOVE 0 TO WS-START
               END-IF
           END-IF.
           IF WS-START > 0 AND WS-START <= WS-ENTRY-LEN
               MOVE 0 TO WS-TALLY
               COMPUTE WS-REST = WS-ENTRY-LEN - WS-START + 1
               INSPECT WS-ENTRY-UP(WS-START:WS-REST) TALLYING WS-TALLY
                   FOR CHARACTERS BEFORE INITIAL
                   WS-CLOSE-MARK(1:WS-CLOSE-LEN)
               IF WS-TALLY < WS-REST AND WS-TALLY > 0
                   IF WS-TALLY > 4000
                       MOVE 4000 TO WS-PIECE-LEN
                   ELSE
                       MOVE WS-TALLY TO WS-PIECE-LEN
                   END-IF
                   MOVE WS-ENTRY(WS-START:WS-PIECE-LEN) TO WS-PIECE
                   PERFORM CLEAN-PIECE
               END-IF
           END-IF.

      *    MARKUP OUT, ENTITIES DECODED, RUNS OF WHITESPACE TO ONE
      *    SPACE, NO '|' LEFT TO BREAK A ROW.
       CLEAN-PIECE.
           INSPECT WS-PIECE REPLACING ALL '<![CDATA[' BY '         '
                                      ALL ']]>' BY '   '.
           MOVE 'N' TO WS-IN-TAG.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-PIECE-LEN
               MOVE WS-PIECE(WS-CL-IDX:1) TO WS-CL-CH
               EVALUATE TRUE
                   WHEN IN-TAG
                       IF WS-CL-CH = '>'
                           MOVE 'N' TO WS-IN-TAG
                           PERFORM PUT-CLEAN-SPACE
                       END-IF
                   WHEN WS-CL-CH = '<'
                       SET IN-TAG TO TRUE
                   WHEN WS-CL-CH = '&'
                       PERFORM DECODE-ENTITY
                   WHEN WS-CL-CH = SPACE OR WS-CL-CH = '|'
                       PERFORM PUT-CLEAN-SPACE
                   WHEN OTHER
                       PERFORM PUT-CLEAN-CHAR
               END-EVALUATE
           END-PERFORM.
           IF WS-CLEAN-LEN > 0
               IF WS-CLEAN(WS-CLEAN-LEN:1) = SPACE
                   SUBTRACT 1 FROM WS-CLEAN-LEN
               END-IF
           END-IF.

       PUT-CLEAN-CHAR.
           IF WS-CLEAN-LEN < 4000
               ADD 1 TO WS-CLEAN-LEN
               MOVE WS-CL-CH TO WS-CLEAN(WS-CLEAN-LEN:1)
           END-IF.

       PUT-CLEAN-SPACE.
           IF WS-CLEAN-LEN > 0
               IF WS-CLEAN(WS-CLEAN-LEN:1) NOT = SPACE
                   MOVE SPACE TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
               END-IF
           END-IF.

      *    &NAME; AND &#NNN; - A NUMBERED CHARACTER GOES OUT AS
      *    UTF-8. ANYTHING NOT RECOGNISED IS KEPT AS IT STOOD.
       DECODE-ENTITY.
           MOVE 'N' TO WS-ENT-DONE.
           MOVE 0 TO WS-TALLY.
           COMPUTE WS-REST = WS-PIECE-LEN - WS-CL-IDX + 1.
           IF WS-REST > 12
               MOVE 12 TO WS-REST
           END-IF.
           INSPECT WS-PIECE(WS-CL-IDX:WS-REST) TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL ';'.
           IF WS-TALLY < WS-REST AND WS-TALLY > 1
               COMPUTE WS-ENT-LEN = WS-TALLY - 1
               MOVE SPACES TO WS-ENT
               MOVE WS-PIECE(WS-CL-IDX + 1:WS-ENT-LEN) TO WS-ENT
               EVALUATE FUNCTION LOWER-CASE(WS-ENT)
                   WHEN 'amp'
                       MOVE '&' TO WS-CL-CH
                       SET ENT-DONE TO TRUE
                   WHEN 'lt'
                       MOVE '<' TO WS-CL-CH
                       SET ENT-DONE TO TRUE
                   WHEN 'gt'
                       MOVE '>' TO WS-CL-CH
                       SET ENT-DONE TO TRUE
                   WHEN 'quot'
                       MOVE '"' TO WS-CL-CH
                       SET ENT-DONE TO TRUE
                   WHEN 'apos'
                       MOVE "'" TO WS-CL-CH
                       SET ENT-DONE TO TRUE
                   WHEN 'nbsp'
                       MOVE SPACE TO WS-CL-CH
                       SET ENT-DONE TO TRUE
               END-EVALUATE
               IF ENT-DONE
                   IF WS-CL-CH = SPACE OR WS-CL-CH = '|'
                       PERFORM PUT-CLEAN-SPACE
                   ELSE
                       PERFORM PUT-CLEAN-CHAR
                   END-IF
               ELSE
                   IF WS-ENT(1:1) = '#' AND WS-ENT-LEN > 1
                           AND WS-ENT-LEN < 9
                       IF WS-ENT(2:WS-ENT-LEN - 1) IS NUMERIC
                           MOVE WS-ENT(2:WS-ENT-LEN - 1)
                               TO WS-ENT-CODE
                           PERFORM PUT-CODE-POINT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ENT-DONE
               ADD WS-TALLY TO WS-CL-IDX
           ELSE
               MOVE '&' TO WS-CL-CH
               PERFORM PUT-CLEAN-CHAR
           END-IF.

       PUT-CODE-POINT.
           EVALUATE TRUE
               WHEN WS-ENT-CODE = 0
                   CONTINUE
               WHEN WS-ENT-CODE < 32 OR WS-ENT-CODE = 124
                   SET ENT-DONE TO TRUE
                   PERFORM PUT-CLEAN-SPACE
               WHEN WS-ENT-CODE < 128
                   SET ENT-DONE TO TRUE
                   MOVE FUNCTION CHAR(WS-ENT-CODE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
               WHEN WS-ENT-CODE < 2048
                   SET ENT-DONE TO TRUE
                   COMPUTE WS-BYTE = 192 + WS-ENT-CODE / 64
                   MOVE FUNCTION CHAR(WS-BYTE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
                   COMPUTE WS-BYTE = 128
                       + FUNCTION MOD(WS-ENT-CODE, 64)
                   MOVE FUNCTION CHAR(WS-BYTE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
               WHEN WS-ENT-CODE < 65536
                   SET ENT-DONE TO TRUE
                   COMPUTE WS-BYTE = 224 + WS-ENT-CODE / 4096
                   MOVE FUNCTION CHAR(WS-BYTE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
                   COMPUTE WS-ENT-HIGH = WS-ENT-CODE / 64
                   COMPUTE WS-BYTE = 128
                       + FUNCTION MOD(WS-ENT-HIGH, 64)
                   MOVE FUNCTION CHAR(WS-BYTE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
                   COMPUTE WS-BYTE = 128
                       + FUNCTION MOD(WS-ENT-CODE, 64)
                   MOVE FUNCTION CHAR(WS-BYTE + 1) TO WS-CL-CH
                   PERFORM PUT-CLEAN-CHAR
           END-EVALUATE.

      *    YYYY-MM-DD OR DD/MM/YYYY, WITH AN OPTIONAL TIME AFTER A
      *    SPACE OR A 'T'. THE RESULT IS A FOURTEEN-DIGIT STAMP IN
      *    WS-E-STAMP; AN IMPOSSIBLE DAY OR TIME IS NOT READABLE.
       PARSE-OLD-DATE.
           MOVE 'N' TO WS-DATE-OK.
           MOVE SPACES TO WS-D-YMD WS-E-STAMP.
           MOVE '000000' TO WS-D-HMS.
           MOVE 0 TO WS-D-TIME-AT.
           EVALUATE TRUE
               WHEN WS-CLEAN(5:1) = '-' AND WS-CLEAN(8:1) = '-'
                       AND WS-CLEAN(1:4) IS NUMERIC
                       AND WS-CLEAN(6:2) IS NUMERIC
                       AND WS-CLEAN(9:2) IS NUMERIC
                   STRING WS-CLEAN(1:4) WS-CLEAN(6:2) WS-CLEAN(9:2)
                       DELIMITED BY SIZE INTO WS-D-YMD
                   END-STRING
                   MOVE 11 TO WS-D-TIME-AT
               WHEN WS-CLEAN(3:1) = '/' AND WS-CLEAN(6:1) = '/'
                       AND WS-CLEAN(1:2) IS NUMERIC
                       AND WS-CLEAN(4:2) IS NUMERIC
                       AND WS-CLEAN(7:4) IS NUMERIC
                   STRING WS-CLEAN(7:4) WS-CLEAN(4:2) WS-CLEAN(1:2)
                       DELIMITED BY SIZE INTO WS-D-YMD
                   END-STRING
                   MOVE 11 TO WS-D-TIME-AT
           END-EVALUATE.
           IF WS-D-YMD NOT = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-D-YMD-NUM) = 0
                   SET DATE-OK TO TRUE
               END-IF
           END-IF.
           IF DATE-OK
                   AND (WS-CLEAN(WS-D-TIME-AT:1) = SPACE
                        OR WS-CLEAN(WS-D-TIME-AT:1) = 'T')
                   AND WS-CLEAN(WS-D-TIME-AT + 1:2) IS NUMERIC
                   AND WS-CLEAN(WS-D-TIME-AT + 3:1) = ':'
                   AND WS-CLEAN(WS-D-TIME-AT + 4:2) IS NUMERIC
               MOVE WS-CLEAN(WS-D-TIME-AT + 1:2) TO WS-D-HMS(1:2)
               MOVE WS-CLEAN(WS-D-TIME-AT + 4:2) TO WS-D-HMS(3:2)
               IF WS-CLEAN(WS-D-TIME-AT + 6:1) = ':'
                       AND WS-CLEAN(WS-D-TIME-AT + 7:2) IS NUMERIC
                   MOVE WS-CLEAN(WS-D-TIME-AT + 7:2) TO WS-D-HMS(5:2)
               END-IF
               IF WS-D-HMS(1:2) > '23' OR WS-D-HMS(3:2) > '59'
                       OR WS-D-HMS(5:2) > '59'
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF.
           IF DATE-OK
               STRING WS-D-YMD WS-D-HMS DELIMITED BY SIZE
                   INTO WS-E-STAMP
               END-STRING
           END-IF.

      *    ------------------------------------------------------------
      *    ALREADY-IN CHECK AND STAGING
      *    ------------------------------------------------------------
       BUILD-ENTRY-KEY.
           MOVE SPACES TO WS-E-KEY.
           STRING WS-E-STORY DELIMITED BY SIZE
                  WS-E-STAMP(1:8) DELIMITED BY SIZE
                  WS-E-NAME(1:20) DELIMITED BY SIZE
                  WS-E-TEXT(1:30) DELIMITED BY SIZE
               INTO WS-E-KEY
           END-STRING.

       FIND-SEEN-KEY.
           MOVE 0 TO WS-SEEN-HIT.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-HIT > 0
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-E-KEY
                   MOVE WS-SEEN-IDX TO WS-SEEN-HIT
               END-IF
           END-PERFORM.

       ADD-SEEN-KEY.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE WS-E-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT).
           MOVE WS-E-STAMP TO WS-SEEN-ID(WS-SEEN-COUNT).

      *    INSERTED AFTER EVERY STAGED ROW WITH THE SAME OR AN EARLIER
      *    STAMP, SO ENTRIES FROM ONE MOMENT KEEP THEIR DUMP ORDER.
       STAGE-NEW-LINE.
           MOVE WS-STG-COUNT TO WS-STG-AT.
           PERFORM UNTIL WS-STG-AT = 0
                   OR WS-STG-KEY(WS-STG-AT) <= WS-E-STAMP
               SUBTRACT 1 FROM WS-STG-AT
           END-PERFORM.
           ADD 1 TO WS-STG-COUNT.
           PERFORM VARYING WS-STG-IDX FROM WS-STG-COUNT BY -1
                   UNTIL WS-STG-IDX <= WS-STG-AT + 1
               MOVE WS-STG-ENTRY(WS-STG-IDX - 1)
                   TO WS-STG-ENTRY(WS-STG-IDX)
           END-PERFORM.
           MOVE WS-E-STAMP TO WS-STG-KEY(WS-STG-AT + 1).
           MOVE WS-NEW-LINE TO WS-STG-LINE(WS-STG-AT + 1).
           ADD 1 TO WS-NEW-COUNT.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT WS-EXC-TOTAL.
           MOVE WS-ENTRY-NUM TO WS-ENTRY-NUM-OUT.
           MOVE WS-ENTRY(1:120) TO WS-PIECE.
           INSPECT WS-PIECE(1:120) REPLACING ALL '|' BY ' '.
           MOVE SPACES TO EXCEPT-FILE-LINE.
           STRING FUNCTION TRIM(WS-SOURCE-WORD) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTRY-NUM-OUT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIECE(1:120)) DELIMITED BY SIZE
               INTO EXCEPT-FILE-LINE
           END-STRING.
           WRITE EXCEPT-FILE-LINE.

      *    ------------------------------------------------------------
      *    MERGING INTO THE LIVE FILE - UNDER THE FGUARD LOCK, SINCE
      *    THE GUESTBOOK AND COMMENT FORMS MAY BE APPENDING. STAGED
      *    ROWS SLOT IN AMONG THE HISTORICAL ROWS BY TIME, AND ANY
      *    LEFT GO AHEAD OF THE FIRST ROW POSTED HERE.
      *    ------------------------------------------------------------
       MERGE-STAGED-ROWS.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 1 TO WS-STG-NEXT.
           MOVE 'N' TO WS-LIVE-EOF WS-LIVE-OPEN.
           OPEN OUTPUT KEEP-FILE.
           IF DUMP-GUESTBOOK
               OPEN INPUT GUEST-FILE
               IF WS-GUEST-STATUS = '00'
                   SET LIVE-OPEN TO TRUE
               END-IF
           ELSE
               OPEN INPUT COMMENT-FILE
               IF WS-COMMENT-STATUS = '00'
                   SET LIVE-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT LIVE-OPEN
               SET LIVE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL LIVE-EOF
               PERFORM READ-LIVE-LINE
               IF NOT LIVE-EOF
                   IF LIVE-HIST
                       PERFORM UNTIL WS-STG-NEXT > WS-STG-COUNT
                               OR WS-STG-KEY(WS-STG-NEXT)
                                   >= WS-LIVE-KEY
                           PERFORM WRITE-NEXT-STAGED
                       END-PERFORM
                   ELSE
                       PERFORM UNTIL WS-STG-NEXT > WS-STG-COUNT
                           PERFORM WRITE-NEXT-STAGED
                       END-PERFORM
                   END-IF
                   MOVE WS-LIVE-LINE TO KEEP-FILE-LINE
                   WRITE KEEP-FILE-LINE
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-STG-NEXT > WS-STG-COUNT
               PERFORM WRITE-NEXT-STAGED
           END-PERFORM.
           IF LIVE-OPEN
               IF DUMP-GUESTBOOK
                   CLOSE GUEST-FILE
               ELSE
                   CLOSE COMMENT-FILE
               END-IF
           END-IF.
           CLOSE KEEP-FILE.
           PERFORM COPY-KEEP-BACK.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       READ-LIVE-LINE.
           MOVE SPACES TO WS-LIVE-LINE WS-LIVE-KEY.
           MOVE 'N' TO WS-LIVE-HIST.
           IF DUMP-GUESTBOOK
               READ GUEST-FILE
                   AT END
                       SET LIVE-EOF TO TRUE
                   NOT AT END
                       MOVE GUEST-FILE-LINE TO WS-LIVE-LINE
                       MOVE SPACES TO GUEST-RECORD
                       UNSTRING GUEST-FILE-LINE DELIMITED BY '|'
                           INTO GUEST-NAME GUEST-MESSAGE GUEST-DATE
                                GUEST-ORIGIN
                       END-UNSTRING
                       IF GUEST-HISTORICAL
                           SET LIVE-HIST TO TRUE
                           STRING GUEST-DATE '000000'
                               DELIMITED BY SIZE INTO WS-LIVE-KEY
                           END-STRING
                       END-IF
               END-READ
           ELSE
               READ COMMENT-FILE
                   AT END
                       SET LIVE-EOF TO TRUE
                   NOT AT END
                       MOVE COMMENT-FILE-LINE TO WS-LIVE-LINE
                       PERFORM SPLIT-COMMENT-LINE
                       IF COMMENT-HISTORICAL
                           SET LIVE-HIST TO TRUE
                           MOVE COMMENT-ID TO WS-LIVE-KEY
                       END-IF
               END-READ
           END-IF.

       WRITE-NEXT-STAGED.
           MOVE WS-STG-LINE(WS-STG-NEXT) TO KEEP-FILE-LINE.
           WRITE KEEP-FILE-LINE.
           ADD 1 TO WS-STG-NEXT.

       COPY-KEEP-BACK.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF DUMP-GUESTBOOK
               OPEN OUTPUT GUEST-FILE
           ELSE
               OPEN OUTPUT COMMENT-FILE
           END-IF.
           PERFORM UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END
                       SET KEEP-EOF TO TRUE
                   NOT AT END
                       IF DUMP-GUESTBOOK
                           MOVE KEEP-FILE-LINE TO GUEST-FILE-LINE
                           WRITE GUEST-FILE-LINE
                       ELSE
                           MOVE KEEP-FILE-LINE TO COMMENT-FILE-LINE
                           WRITE COMMENT-FILE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           IF DUMP-GUESTBOOK
               CLOSE GUEST-FILE
           ELSE
               CLOSE COMMENT-FILE
               MOVE 'L' TO SIX-ACTION
               MOVE 'data/COMMENTS.DAT' TO SIX-FILE
               MOVE SPACES TO SIX-STORY SIX-LINE
               CALL 'SIDEIO' USING SIDE-IO
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SHOW-DUMP-TALLIES.
           DISPLAY 'oldimport: ' FUNCTION TRIM(WS-SOURCE-WORD) ' - '
               WS-READ-COUNT ' read, ' WS-NEW-COUNT ' '
               FUNCTION TRIM(WS-NEW-WORD) ', '
               WS-DUP-COUNT ' already in, '
               WS-EXC-COUNT ' exception(s)'.
       END PROGRAM OLDIMPORT.
