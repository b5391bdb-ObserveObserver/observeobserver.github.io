       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIDEIO.
      *    SHARED KEYED ACCESS TO THE PER-STORY SIDE FILES. A STORY
      *    PAGE USED TO READ ALL OF data/COMMENTS.DAT,
      *    data/REACTIONS.DAT, data/WEBMENTIONS.DAT AND
      *    data/CROSSLINKS.DAT TO SHOW ONE STORY'S SHARE OF EACH,
      *    AND THOSE FILES GROW WITH EVERY COMMENT AND EVERY CLICK.
      *    AS STORYIO.CBL DID FOR THE STORY MASTER, EACH NOW HAS A
      *    KEYED COPY BESIDE IT (.IDX FOR .DAT, LAYOUT IN
      *    SIDEIXFD.CPY) KEYED BY THE STORY THE ROW BELONGS TO -
      *    FIELD 1 OF A COMMENT, REACTION OR WEBMENTION ROW, FIELD 2
      *    (THE STORY CITED) OF A CROSSLINK ROW. THE PIPE-DELIMITED
      *    FILE STAYS THE ONE EVERYTHING ELSE READS AND WRITES; THE
      *    PROGRAMS THAT APPEND TO IT CALL 'A' AS THEY WRITE, THE
      *    ONES THAT REWRITE IT CALL 'L', AND SIDELOAD.COB RELOADS
      *    ALL FOUR ON EVERY BUILD SO A MISSED WRITE NEVER OUTLIVES
      *    THE NEXT PUBLISH. A COPY THAT ISN'T THERE (NEVER LOADED,
      *    OR NO KEYED FILE SUPPORT) ANSWERS '35' AND THE READER
      *    SCANS THE PIPE-DELIMITED FILE AS IT ALWAYS DID - SLOWER,
      *    NEVER WRONG. AN APPEND TO A MISSING COPY IS LEFT FOR THE
      *    NEXT LOAD. SEE SIDEIO.CPY FOR THE ACTIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIDE-IX-FILE ASSIGN TO DYNAMIC WS-IX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-IX-STATUS.
           SELECT SIDE-FILE ASSIGN TO DYNAMIC WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'SIDEIXFD.CPY'.
       FD  SIDE-FILE.
       01  SIDE-FILE-LINE      PIC X(480).
       WORKING-STORAGE SECTION.
       01  WS-IX-STATUS        PIC X(2)    VALUE '00'.
       01  WS-SIDE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SIDE-EOF         PIC X       VALUE 'N'.
               88  SIDE-EOF                    VALUE 'Y'.
       01  WS-IX-NAME          PIC X(40)   VALUE SPACES.
       01  WS-SIDE-NAME        PIC X(40)   VALUE SPACES.
      *    THE FILE A FIRST/NEXT WALK HAS OPEN BETWEEN CALLS.
       01  WS-OPEN-NAME        PIC X(40)   VALUE SPACES.
       01  WS-WANT-STORY       PIC X(8)    VALUE SPACES.
      *    THE FILES WITH A KEYED COPY, AND WHICH FIELD NAMES THE
      *    STORY.
       01  WS-SIDE-LIST.
           05  PIC X(25)   VALUE 'data/COMMENTS.DAT       1'.
           05  PIC X(25)   VALUE 'data/REACTIONS.DAT      1'.
           05  PIC X(25)   VALUE 'data/WEBMENTIONS.DAT    1'.
           05  PIC X(25)   VALUE 'data/CROSSLINKS.DAT     2'.
       01  WS-SIDE-TABLE REDEFINES WS-SIDE-LIST.
           05  WS-SIDE-ENTRY       OCCURS 4 TIMES.
               10  WS-SIDE-PATH        PIC X(24).
               10  WS-SIDE-FIELD       PIC 9.
       01  WS-SIDE-IDX         PIC 9(2).
       01  WS-SIDE-FOUND       PIC 9(2)    VALUE 0.
       01  WS-KEY-FIELD        PIC 9       VALUE 1.
       01  WS-FIELD-1          PIC X(40).
       01  WS-FIELD-2          PIC X(40).
       01  WS-ROW-STORY        PIC X(8).
       01  WS-ROW-NUM          PIC 9(6)    VALUE 0.
       01  WS-LAST-SEQ         PIC 9(6)    VALUE 0.
       01  WS-WALK-DONE        PIC X       VALUE 'N'.
               88  WALK-DONE                   VALUE 'Y'.
       LINKAGE SECTION.
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION USING SIDE-IO.
           MOVE '35' TO SIX-STATUS.
           PERFORM FIND-SIDE-FILE.
           IF WS-SIDE-FOUND > 0
               EVALUATE TRUE
                   WHEN SIX-FIRST
                       PERFORM READ-FIRST-ROW
                   WHEN SIX-NEXT
                       PERFORM READ-NEXT-ROW
                   WHEN SIX-APPEND
                       PERFORM APPEND-ONE-ROW
                   WHEN SIX-RELOAD
                       PERFORM RELOAD-KEYED-COPY
               END-EVALUATE
           END-IF.
       GOBACK.

      *    data/X.DAT KEEPS ITS COPY IN data/X.IDX.
       FIND-SIDE-FILE.
           MOVE 0 TO WS-SIDE-FOUND.
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 4 OR WS-SIDE-FOUND > 0
               IF WS-SIDE-PATH(WS-SIDE-IDX) = SIX-FILE
                   MOVE WS-SIDE-IDX TO WS-SIDE-FOUND
               END-IF
           END-PERFORM.
           IF WS-SIDE-FOUND > 0
               MOVE WS-SIDE-FIELD(WS-SIDE-FOUND) TO WS-KEY-FIELD
               MOVE SIX-FILE TO WS-SIDE-NAME
               MOVE SPACES TO WS-IX-NAME
               STRING SIX-FILE(1:LENGTH(TRIM(SIX-FILE)) - 4)
                          DELIMITED BY SIZE
                      '.IDX' DELIMITED BY SIZE
                   INTO WS-IX-NAME
               END-STRING
           END-IF.

      *    THE WALK STAYS OPEN BETWEEN CALLS UNTIL IT RUNS OUT; A
      *    WALK THE CALLER LEFT PART WAY IS CLOSED BY THE NEXT 'F'.
       READ-FIRST-ROW.
           PERFORM CLOSE-OPEN-WALK.
           MOVE SPACES TO SIX-LINE.
           OPEN INPUT SIDE-IX-FILE.
           IF WS-IX-STATUS = '00'
               MOVE WS-IX-NAME TO WS-OPEN-NAME
               MOVE SPACES TO WS-WANT-STORY
               MOVE TRIM(SIX-STORY) TO WS-WANT-STORY
               MOVE WS-WANT-STORY TO SX-STORY
               MOVE 0 TO SX-SEQ
               START SIDE-IX-FILE KEY IS GREATER THAN SX-KEY
                   INVALID KEY
                       MOVE '10' TO SIX-STATUS
                       PERFORM CLOSE-OPEN-WALK
                   NOT INVALID KEY
                       PERFORM READ-NEXT-ROW
               END-START
           END-IF.

       READ-NEXT-ROW.
           MOVE SPACES TO SIX-LINE.
           IF WS-OPEN-NAME NOT = WS-IX-NAME
               MOVE '10' TO SIX-STATUS
           ELSE
               READ SIDE-IX-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO SIX-STATUS
                   NOT AT END
                       IF SX-STORY = WS-WANT-STORY
                           MOVE SX-LINE TO SIX-LINE
                           MOVE '00' TO SIX-STATUS
                       ELSE
                           MOVE '10' TO SIX-STATUS
                       END-IF
               END-READ
               IF SIX-STATUS NOT = '00'
                   PERFORM CLOSE-OPEN-WALK
               END-IF
           END-IF.

       CLOSE-OPEN-WALK.
           IF WS-OPEN-NAME NOT = SPACES
               CLOSE SIDE-IX-FILE
               MOVE SPACES TO WS-OPEN-NAME
           END-IF.

      *    THE NEW ROW GOES AFTER THE STORY'S LAST ONE, SO THE COPY
      *    KEEPS THE FILE'S OWN ORDER.
       APPEND-ONE-ROW.
           PERFORM CLOSE-OPEN-WALK.
           MOVE SIX-LINE TO SIDE-FILE-LINE.
           PERFORM TAKE-ROW-STORY.
           IF WS-ROW-STORY = SPACES
               MOVE '00' TO SIX-STATUS
           ELSE
               OPEN I-O SIDE-IX-FILE
               IF WS-IX-STATUS = '00'
                   PERFORM FIND-LAST-SEQ
                   MOVE WS-ROW-STORY TO SX-STORY
                   COMPUTE SX-SEQ = WS-LAST-SEQ + 1
                   MOVE SIX-LINE TO SX-LINE
                   WRITE SIDE-IX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE SIDE-IX-FILE
                   MOVE '00' TO SIX-STATUS
               END-IF
           END-IF.

       FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-WALK-DONE.
           MOVE WS-ROW-STORY TO SX-STORY.
           MOVE 0 TO SX-SEQ.
           START SIDE-IX-FILE KEY IS GREATER THAN SX-KEY
               INVALID KEY
                   SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL WALK-DONE
               READ SIDE-IX-FILE NEXT RECORD
                   AT END
                       SET WALK-DONE TO TRUE
                   NOT AT END
                       IF SX-STORY = WS-ROW-STORY
                           MOVE SX-SEQ TO WS-LAST-SEQ
                       ELSE
                           SET WALK-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    THE SEQUENCE IS THE ROW'S NUMBER IN THE FILE - UNIQUE, AND
      *    IN ORDER WITHIN EACH STORY.
       RELOAD-KEYED-COPY.
           PERFORM CLOSE-OPEN-WALK.
           MOVE 0 TO SIX-ROWS WS-ROW-NUM.
           OPEN OUTPUT SIDE-IX-FILE.
           IF WS-IX-STATUS = '00'
               MOVE 'N' TO WS-SIDE-EOF
               OPEN INPUT SIDE-FILE
               IF WS-SIDE-STATUS = '00'
                   PERFORM UNTIL SIDE-EOF
                       READ SIDE-FILE
                           AT END
                               SET SIDE-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE SIDE-FILE
               END-IF
               CLOSE SIDE-IX-FILE
               MOVE '00' TO SIX-STATUS
           END-IF.

       LOAD-ONE-ROW.
           ADD 1 TO WS-ROW-NUM.
           PERFORM TAKE-ROW-STORY.
           IF WS-ROW-STORY NOT = SPACES
               MOVE WS-ROW-STORY TO SX-STORY
               MOVE WS-ROW-NUM TO SX-SEQ
               MOVE SIDE-FILE-LINE TO SX-LINE
               WRITE SIDE-IX-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO SIX-ROWS
               END-WRITE
           END-IF.

       TAKE-ROW-STORY.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-ROW-STORY.
           UNSTRING SIDE-FILE-LINE DELIMITED BY '|'
               INTO WS-FIELD-1 WS-FIELD-2
           END-UNSTRING.
           IF WS-KEY-FIELD = 2
               MOVE TRIM(WS-FIELD-2) TO WS-ROW-STORY
           ELSE
               MOVE TRIM(WS-FIELD-1) TO WS-ROW-STORY
           END-IF.
       END PROGRAM SIDEIO.
