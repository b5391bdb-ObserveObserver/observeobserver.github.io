       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNREQ.
      *    BATCH JOB - ASKS EVERY CO-AUTHOR OF A SHARED DRAFT TO SIGN
      *    IT OFF. WALKS data/STORY.DAT (OR ONLY THE STORY ID GIVEN
      *    ON THE COMMAND LINE) FOR DRAFTS WHOSE STORY-AUTHORS COLUMN
      *    NAMES MORE THAN ONE WRITER, AND FOR EACH NAMED AUTHOR
      *    WITHOUT A ROW IN data/SIGNOFFS.DAT FOR THE BODY AS IT
      *    STANDS NOW (SIGNCHK.CBL'S CHECKSUM) IT WRITES A FRESH ROW -
      *    NEW TOKEN, SIGNED BLANK, REPLACING ANY ROW FOR AN EARLIER
      *    VERSION OF THE BODY - AND QUEUES THE AUTHOR A
      *    SIGNOFF.COB?t= LINK THROUGH data/MAILQ.DAT, ADDRESSED FROM
      *    THE AUTHOR-EMAIL COLUMN OF data/AUTHORS.DAT. A ROW ALREADY
      *    CARRYING THE CURRENT SUM IS LEFT ALONE, SIGNED OR NOT, SO
      *    A ROUTINE RE-RUN MAILS NOBODY TWICE; AN EDIT TO THE BODY
      *    CHANGES THE SUM, AND THE NEXT RUN ASKS EVERYONE AGAIN.
      *    scripts/build.sh RUNS IT AFTER THE CHECKSUM JOBS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "data/AUTHORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "data/SIGNOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'AUTHFD.CPY'.
           COPY 'SIGNFD.CPY'.
           COPY 'MAILQFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'SITECFG.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'AUTHREC.CPY'.
           COPY 'SIGNREC.CPY'.
           COPY 'MAILQREC.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-AUTHOR-STATUS    PIC X(2)    VALUE '00'.
       01  WS-SIGN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAILQ-STATUS     PIC X(2)    VALUE '00'.
       01  WS-STORY-EOF        PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-AUTHOR-EOF       PIC X       VALUE 'N'.
               88  AUTHOR-EOF                  VALUE 'Y'.
       01  WS-SIGN-EOF         PIC X       VALUE 'N'.
               88  SIGN-EOF                    VALUE 'Y'.
       01  WS-COMMAND-ARGS     PIC X(40)   VALUE SPACES.
       01  WS-WANTED-ID        PIC X(8)    VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-GUARD-ACTION     PIC X.
      *    MAIL ADDRESSES FROM data/AUTHORS.DAT.
       01  WS-ADDR-COUNT       PIC 9(3)    VALUE 0.
       01  WS-ADDR-IDX         PIC 9(3).
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY       OCCURS 100 TIMES.
               10  WS-ADDR-ID          PIC X(8).
               10  WS-ADDR-EMAIL       PIC X(60).
      *    THE WHOLE SIGN-OFF FILE, HELD SO ROWS CAN BE REPLACED IN
      *    PLACE AND THE FILE REWRITTEN ONCE AT THE END.
       01  WS-SO-COUNT         PIC 9(4)    VALUE 0.
       01  WS-SO-IDX           PIC 9(4).
       01  WS-SO-HIT           PIC 9(4)    VALUE 0.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY         OCCURS 1000 TIMES.
               10  WS-SO-STORY         PIC X(8).
               10  WS-SO-AUTHOR        PIC X(8).
               10  WS-SO-SUM           PIC X(9).
               10  WS-SO-TOKEN         PIC X(16).
               10  WS-SO-SENT          PIC X(14).
               10  WS-SO-SIGNED        PIC X(14).
       01  WS-SO-CHANGED       PIC X       VALUE 'N'.
      *    SIGNCHK.CBL'S ANSWER FOR THE DRAFT IN HAND.
       01  WS-SIGN-SUM         PIC X(9).
       01  WS-SIGN-RESULT      PIC X.
       01  WS-SIGN-MISSING     PIC X(60).
       01  WS-AUTH-PTR         PIC 9(3).
       01  WS-AUTH-LEN         PIC 9(3).
       01  WS-AUTH-ITEM        PIC X(8).
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-NEW-TOKEN        PIC X(16)   VALUE SPACES.
       01  WS-SHARED-COUNT     PIC 9(3)    VALUE 0.
       01  WS-ASKED-COUNT      PIC 9(3)    VALUE 0.
       01  WS-SIGNED-COUNT     PIC 9(3)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-WANTED-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM LOAD-AUTHOR-ADDRESSES.
           MOVE 'L' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-SIGNOFF-ROWS.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS NOT = '00'
               DISPLAY 'signreq: cannot read data/STORY.DAT'
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           IF STORY-DRAFT = 'Y'
                                   AND (WS-WANTED-ID = SPACES
                                   OR FUNCTION TRIM(STORY-ID) =
                                       FUNCTION TRIM(WS-WANTED-ID))
                               PERFORM CHECK-ONE-DRAFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           IF WS-SO-CHANGED = 'Y'
               PERFORM REWRITE-SIGNOFF-FILE
           END-IF.
           MOVE 'U' TO WS-GUARD-ACTION.
           CALL 'FGUARD' USING WS-GUARD-ACTION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           DISPLAY 'signreq: ' WS-SHARED-COUNT
               ' shared draft(s), ' WS-SIGNED-COUNT
               ' fully signed off, ' WS-ASKED-COUNT
               ' sign-off link(s) queued'.
       GOBACK.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-DRAFT STORY-AUTHORS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS
           END-UNSTRING.

       LOAD-AUTHOR-ADDRESSES.
           OPEN INPUT AUTHOR-FILE.
           IF WS-AUTHOR-STATUS = '00'
               PERFORM UNTIL AUTHOR-EOF
                   READ AUTHOR-FILE
                       AT END
                           SET AUTHOR-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO AUTHOR-RECORD
                           UNSTRING AUTHOR-FILE-LINE
                               DELIMITED BY '|'
                               INTO AUTHOR-ID AUTHOR-NAME AUTHOR-BIO
                                    AUTHOR-LINK AUTHOR-EMAIL
                           END-UNSTRING
                           IF WS-ADDR-COUNT < 100
                               ADD 1 TO WS-ADDR-COUNT
                               MOVE AUTHOR-ID
                                   TO WS-ADDR-ID(WS-ADDR-COUNT)
                               MOVE AUTHOR-EMAIL
                                   TO WS-ADDR-EMAIL(WS-ADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHOR-FILE
           END-IF.

       LOAD-SIGNOFF-ROWS.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGN-STATUS = '00'
               PERFORM UNTIL SIGN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SIGN-EOF TO TRUE
                       NOT AT END
                           PERFORM HOLD-SIGNOFF-ROW
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

       HOLD-SIGNOFF-ROW.
           MOVE SPACES TO SIGNOFF-RECORD.
           UNSTRING SIGNOFF-FILE-LINE DELIMITED BY '|'
               INTO SGN-STORY-ID SGN-AUTHOR-ID SGN-BODY-SUM
                    SGN-TOKEN SGN-SENT SGN-SIGNED
           END-UNSTRING.
           IF SGN-STORY-ID NOT = SPACES AND WS-SO-COUNT < 1000
               ADD 1 TO WS-SO-COUNT
               MOVE SGN-STORY-ID TO WS-SO-STORY(WS-SO-COUNT)
               MOVE SGN-AUTHOR-ID TO WS-SO-AUTHOR(WS-SO-COUNT)
               MOVE SGN-BODY-SUM TO WS-SO-SUM(WS-SO-COUNT)
               MOVE SGN-TOKEN TO WS-SO-TOKEN(WS-SO-COUNT)
               MOVE SGN-SENT TO WS-SO-SENT(WS-SO-COUNT)
               MOVE SGN-SIGNED TO WS-SO-SIGNED(WS-SO-COUNT)
           END-IF.

      *    A SINGLE-AUTHOR DRAFT NEEDS NOTHING. A SHARED ONE WITH NO
      *    BODY YET CANNOT BE SIGNED, SO NOBODY IS ASKED UNTIL THERE
      *    IS SOMETHING TO READ.
       CHECK-ONE-DRAFT.
           CALL 'SIGNCHK' USING STORY-ID STORY-AUTHORS WS-SIGN-SUM
               WS-SIGN-RESULT WS-SIGN-MISSING
               ON EXCEPTION
                   MOVE 'S' TO WS-SIGN-RESULT
           END-CALL.
           EVALUATE WS-SIGN-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-SHARED-COUNT
                   ADD 1 TO WS-SIGNED-COUNT
                   DISPLAY 'signreq: ' FUNCTION TRIM(STORY-ID)
                       ' - every author has signed off'
               WHEN 'M'
                   ADD 1 TO WS-SHARED-COUNT
                   DISPLAY 'signreq: ' FUNCTION TRIM(STORY-ID)
                       ' - no body file yet, nobody asked'
               WHEN 'N'
                   ADD 1 TO WS-SHARED-COUNT
                   DISPLAY 'signreq: ' FUNCTION TRIM(STORY-ID)
                       ' - waiting on '
                       FUNCTION TRIM(WS-SIGN-MISSING)
                   PERFORM ASK-EACH-AUTHOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ASK-EACH-AUTHOR.
           MOVE 1 TO WS-AUTH-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STORY-AUTHORS))
               TO WS-AUTH-LEN.
           PERFORM UNTIL WS-AUTH-PTR > WS-AUTH-LEN
               MOVE SPACES TO WS-AUTH-ITEM
               UNSTRING STORY-AUTHORS DELIMITED BY ','
                   INTO WS-AUTH-ITEM
                   WITH POINTER WS-AUTH-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-AUTH-ITEM) TO WS-AUTH-ITEM
               IF WS-AUTH-ITEM NOT = SPACES
                   PERFORM ASK-ONE-AUTHOR
               END-IF
           END-PERFORM.

      *    A ROW FOR THIS STORY AND AUTHOR AT THE CURRENT SUM MEANS
      *    THE AUTHOR HAS ALREADY BEEN ASKED ABOUT THIS VERSION.
       ASK-ONE-AUTHOR.
           MOVE 0 TO WS-SO-HIT.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-STORY(WS-SO-IDX) = STORY-ID
                       AND WS-SO-AUTHOR(WS-SO-IDX) = WS-AUTH-ITEM
                   MOVE WS-SO-IDX TO WS-SO-HIT
               END-IF
           END-PERFORM.
           IF WS-SO-HIT > 0
               IF WS-SO-SUM(WS-SO-HIT) = WS-SIGN-SUM
                   CONTINUE
               ELSE
                   PERFORM ISSUE-SIGNOFF-ROW
               END-IF
           ELSE
               IF WS-SO-COUNT < 1000
                   ADD 1 TO WS-SO-COUNT
                   MOVE WS-SO-COUNT TO WS-SO-HIT
                   PERFORM ISSUE-SIGNOFF-ROW
               END-IF
           END-IF.

       ISSUE-SIGNOFF-ROW.
           ADD 1 TO WS-ASKED-COUNT.
           PERFORM BUILD-SIGNOFF-TOKEN.
           MOVE STORY-ID TO WS-SO-STORY(WS-SO-HIT).
           MOVE WS-AUTH-ITEM TO WS-SO-AUTHOR(WS-SO-HIT).
           MOVE WS-SIGN-SUM TO WS-SO-SUM(WS-SO-HIT).
           MOVE WS-NEW-TOKEN TO WS-SO-TOKEN(WS-SO-HIT).
           MOVE WS-TIMESTAMP(1:14) TO WS-SO-SENT(WS-SO-HIT).
           MOVE SPACES TO WS-SO-SIGNED(WS-SO-HIT).
           MOVE 'Y' TO WS-SO-CHANGED.
           MOVE SPACES TO MAILQ-EMAIL.
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
               IF WS-ADDR-ID(WS-ADDR-IDX) = WS-AUTH-ITEM
                   MOVE WS-ADDR-EMAIL(WS-ADDR-IDX) TO MAILQ-EMAIL
               END-IF
           END-PERFORM.
           IF FUNCTION TRIM(MAILQ-EMAIL) = SPACES
               DISPLAY 'signreq: ' FUNCTION TRIM(STORY-ID)
                   ' - no address for '
                   FUNCTION TRIM(WS-AUTH-ITEM)
                   ', sign off by hand in data/SIGNOFFS.DAT'
           ELSE
               PERFORM QUEUE-SIGNOFF-MAIL
           END-IF.

      *    THE SAME CLOCK-THROUGH-A-PRIME SCRAMBLE COMMENTS.COB USES
      *    FOR ITS EDIT CODES, WITH THE RUN'S ISSUE COUNT FOLDED IN
      *    SO TWO AUTHORS ASKED IN THE SAME SECOND GET DIFFERENT
      *    LINKS.
       BUILD-SIGNOFF-TOKEN.
           COMPUTE WS-TOKEN-NUM = FUNCTION MOD(
               FUNCTION NUMVAL(WS-TIMESTAMP(7:10)) * 7919
                   + FUNCTION NUMVAL(WS-TIMESTAMP(18:4))
                   + WS-ASKED-COUNT * 104729,
               99999989).
           MOVE SPACES TO WS-NEW-TOKEN.
           STRING 's' DELIMITED BY SIZE
                  WS-TOKEN-NUM DELIMITED BY SIZE
               INTO WS-NEW-TOKEN
           END-STRING.

       QUEUE-SIGNOFF-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE SPACES TO MAILQ-SUBJECT.
           STRING 'sign off ' DELIMITED BY SIZE
                  FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'SIGNOFF.COB?t=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
               INTO MAILQ-SUBJECT
           END-STRING.
           MOVE WS-TIMESTAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE SPACES TO MAILQ-FILE-LINE.
           STRING FUNCTION TRIM(MAILQ-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAILQ-SUBJECT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-ATTEMPTS DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
           IF WS-MAILQ-STATUS NOT = '00'
               OPEN OUTPUT MAILQ-FILE
           END-IF.
           WRITE MAILQ-FILE-LINE.
           CLOSE MAILQ-FILE.

       REWRITE-SIGNOFF-FILE.
           OPEN OUTPUT SIGNOFF-FILE.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE SPACES TO SIGNOFF-FILE-LINE
               STRING FUNCTION TRIM(WS-SO-STORY(WS-SO-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SO-AUTHOR(WS-SO-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SO-SUM(WS-SO-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SO-TOKEN(WS-SO-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SO-SENT(WS-SO-IDX))
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SO-SIGNED(WS-SO-IDX))
                          DELIMITED BY SIZE
                   INTO SIGNOFF-FILE-LINE
               END-STRING
               WRITE SIGNOFF-FILE-LINE
           END-PERFORM.
           CLOSE SIGNOFF-FILE.
       END PROGRAM SIGNREQ.
