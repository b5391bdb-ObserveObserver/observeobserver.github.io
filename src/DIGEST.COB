      *    NOTHING PUBLISHED QUEUES NOTHING AND LEAVES THE CHECKPOINT
      *    ALONE. THE FIRST EVER RUN JUST RECORDS A BASELINE, THE SAME
      *    WAY NOTIFY.COB DOES, SO THE WHOLE CATALOGUE DOESN'T GO OUT
      *    AS ONE ENORMOUS FIRST DIGEST. EACH STORY'S LINK CARRIES
      *    ?via=digest SO CAMPRPT.COB CAN COUNT WHAT THE DIGEST BRINGS.
      *    THE DIGEST GOES OUT IN EACH READER'S LANGUAGE
      *    (SUBSCRIBER-LANG): THE WORDING COMES FROM MAILTEXT.CBL AND
      *    EACH STORY APPEARS AS THE VERSION STORYVER.CPY PICKS FOR
      *    THAT LANGUAGE, SO A READER NEVER SEES BOTH HALVES OF A
      *    TRANSLATED PAIR. ONE BODY IS WRITTEN PER LANGUAGE MET -
      *    ENGLISH KEEPS data/DIGEST-BODY-<DATE>.DAT, THE OTHERS ADD
      *    -<LANG> - AND A LANGUAGE WHOSE READERS WOULD GET AN EMPTY
      *    DIGEST GETS NONE.
      *    EACH RUN IS ENTERED IN data/RUN-LEDGER.DAT THROUGH
      *    JOBLOG.CBL, COUNTING THE DIGESTS QUEUED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(520).
       WORKING-STORAGE SECTION.
           COPY 'JOBREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'MAILQREC.CPY'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-SUPP-VERDICT     PIC X       VALUE 'A'.
           COPY 'STORYVERWS.CPY'.
       01  WS-DIGEST-IDX       PIC 9(3).
       01  WS-MAIL-LANG        PIC X(2)    VALUE SPACES.
       01  WS-MAIL-KEY         PIC X(20).
       01  WS-MAIL-TEXT        PIC X(200).
       01  WS-DIGEST-SUBJECT   PIC X(80)   VALUE SPACES.
       01  WS-LANG-COUNT       PIC 9(4)    VALUE 0.
      *    THE BODIES ALREADY WRITTEN THIS RUN, ONE PER READER
      *    LANGUAGE; A ZERO STORY COUNT MEANS NOTHING TO SEND.
       01  WS-BUILT-COUNT      PIC 9(2)    VALUE 0.
       01  WS-BUILT-TABLE.
           05  WS-BUILT-ENTRY      OCCURS 20 TIMES.
               10  WS-BUILT-LANG       PIC X(2).
               10  WS-BUILT-PATH       PIC X(60).
               10  WS-BUILT-SUBJECT    PIC X(80).
               10  WS-BUILT-STORIES    PIC 9(4).
       01  WS-BUILT-IDX        PIC 9(2).
       01  WS-BUILT-FOUND      PIC 9(2).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'S' TO JOB-ACTION.
           MOVE 'DIGEST' TO JOB-NAME.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'ok' TO JOB-OUTCOME.
           MOVE 0 TO JOB-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM READ-CHECKPOINT.
                   'digest: no prior checkpoint - baseline set to '
                   FUNCTION TRIM(WS-MAX-PUBDATE) ', nothing mailed'
           ELSE
               PERFORM COUNT-NEW-STORIES
               IF WS-NEW-COUNT > 0
                   PERFORM QUEUE-DIGEST-MAILS
                   PERFORM WRITE-CHECKPOINT
                   'up, ' WS-SUB-COUNT ' digest(s) queued - run '
                   'MAILSEND.COB to deliver'
           END-IF.
           MOVE WS-SUB-COUNT TO JOB-ROWS.
           IF WS-NEW-COUNT = 0
               MOVE 'idle' TO JOB-OUTCOME
           END-IF.
           PERFORM LOG-JOB-END.
       GOBACK.

       READ-CHECKPOINT.
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
           END-UNSTRING.

       FIND-MAX-PUBDATE.
                       PERFORM PARSE-STORY-RECORD
      *    A FUTURE-DATED ROW IS NOT LIVE YET - IT MUST NOT ADVANCE
      *    THE CHECKPOINT, OR IT WOULD NEVER MAKE A DIGEST ONCE ITS
      *    PUBDATE ARRIVES. EVERY LIVE ROW IS KEPT FOR THE DIGEST
      *    ITSELF AND FOR THE VARIANT LOOKUPS.
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                           PERFORM KEEP-LIVE-STORY
                           IF STORY-PUBDATE > WS-MAX-PUBDATE
                               MOVE STORY-PUBDATE TO WS-MAX-PUBDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.
           MOVE 'N' TO WS-EOF.

       COUNT-NEW-STORIES.
           MOVE WS-CHECKPOINT TO WS-SV-SINCE.
           MOVE 0 TO WS-NEW-COUNT.
           PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
                   UNTIL WS-DIGEST-IDX > WS-SV-COUNT
               IF WS-SV-PUBDATE(WS-DIGEST-IDX) > WS-SV-SINCE
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           END-PERFORM.

       FIND-OR-BUILD-DIGEST.
           MOVE 0 TO WS-BUILT-FOUND.
           PERFORM VARYING WS-BUILT-IDX FROM 1 BY 1
                   UNTIL WS-BUILT-IDX > WS-BUILT-COUNT
               IF WS-BUILT-LANG(WS-BUILT-IDX) = WS-MAIL-LANG
                   MOVE WS-BUILT-IDX TO WS-BUILT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BUILT-FOUND = 0 AND WS-BUILT-COUNT < 20
               PERFORM BUILD-DIGEST-BODY
               ADD 1 TO WS-BUILT-COUNT
               MOVE WS-BUILT-COUNT TO WS-BUILT-FOUND
               MOVE WS-MAIL-LANG TO WS-BUILT-LANG(WS-BUILT-FOUND)
               MOVE WS-BODY-PATH TO WS-BUILT-PATH(WS-BUILT-FOUND)
               MOVE WS-DIGEST-SUBJECT
                   TO WS-BUILT-SUBJECT(WS-BUILT-FOUND)
               MOVE WS-LANG-COUNT TO WS-BUILT-STORIES(WS-BUILT-FOUND)
           END-IF.
           MOVE 0 TO WS-LANG-COUNT.
           IF WS-BUILT-FOUND > 0
               MOVE WS-BUILT-PATH(WS-BUILT-FOUND) TO WS-BODY-PATH
               MOVE WS-BUILT-SUBJECT(WS-BUILT-FOUND)
                   TO WS-DIGEST-SUBJECT
               MOVE WS-BUILT-STORIES(WS-BUILT-FOUND) TO WS-LANG-COUNT
           END-IF.

      *    EACH BODY FILE IS DATE-STAMPED SO AN UNSENT QUEUE ROW STILL
      *    POINTS AT THE RIGHT TEXT AFTER THE NEXT RUN WRITES A FRESH
      *    ONE.
       BUILD-DIGEST-BODY.
           MOVE SPACES TO WS-BODY-PATH.
           IF WS-MAIL-LANG = 'en'
               STRING 'data/DIGEST-BODY-' DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-BODY-PATH
               END-STRING
           ELSE
               STRING 'data/DIGEST-BODY-' DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-MAIL-LANG)
                          DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-BODY-PATH
               END-STRING
           END-IF.
           MOVE 'digest-heading' TO WS-MAIL-KEY.
           MOVE 'this week on *observe.observer:' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO WS-LANG-COUNT.
           MOVE WS-MAIL-LANG TO WS-SV-READER-LANG.
           OPEN OUTPUT BODY-FILE.
           MOVE FUNCTION TRIM(WS-MAIL-TEXT) TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
                   UNTIL WS-DIGEST-IDX > WS-SV-COUNT
               IF WS-SV-PUBDATE(WS-DIGEST-IDX) > WS-SV-SINCE
                   MOVE WS-DIGEST-IDX TO WS-SV-STORY-IDX
                   PERFORM PICK-STORY-VERSION
                   IF WS-SV-PICKED > 0
                       ADD 1 TO WS-LANG-COUNT
                       PERFORM WRITE-ONE-DIGEST-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BODY-FILE.
           MOVE 'digest-subject' TO WS-MAIL-KEY.
           MOVE 'weekly digest:' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-DIGEST-SUBJECT.
           STRING FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LANG-COUNT DELIMITED BY SIZE
               INTO WS-DIGEST-SUBJECT
           END-STRING.
           MOVE 'digest-stories' TO WS-MAIL-KEY.
           MOVE 'new stor(y/ies)' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           STRING FUNCTION TRIM(WS-DIGEST-SUBJECT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
               INTO WS-DIGEST-SUBJECT
           END-STRING.

       WRITE-ONE-DIGEST-ENTRY.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING FUNCTION TRIM(WS-SV-TITLE(WS-SV-PICKED))
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-SV-PUBDATE(WS-SV-PICKED) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           MOVE FUNCTION TRIM(WS-SV-EXCERPT(WS-SV-PICKED))
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-PROGRAM(WS-SV-PICKED))
                      DELIMITED BY SIZE
                  '?via=digest' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
                           MOVE SPACES TO SUBSCRIBER-EMAIL
                               SUBSCRIBER-DATE SUBSCRIBER-FREQ
                               SUBSCRIBER-STATE SUBSCRIBER-TOKEN
                               SUBSCRIBER-LANG
                           UNSTRING SUBSCRIBER-FILE-LINE
                               DELIMITED BY '|'
                               INTO SUBSCRIBER-EMAIL SUBSCRIBER-DATE
                                    SUBSCRIBER-FREQ SUBSCRIBER-STATE
                                    SUBSCRIBER-TOKEN SUBSCRIBER-LANG
                           END-UNSTRING
                           IF SUBSCRIBER-FREQ = 'W'
                                   AND SUBSCRIBER-STATE NOT = 'P'
                                       MOVE 'A' TO WS-SUPP-VERDICT
                               END-CALL
                               IF WS-SUPP-VERDICT NOT = 'S'
                                   PERFORM DIGEST-ONE-SUBSCRIBER
                               END-IF
                           END-IF
                   END-READ
               CLOSE SUBSCRIBER-FILE
           END-IF.

       DIGEST-ONE-SUBSCRIBER.
           MOVE FUNCTION LOWER-CASE(SUBSCRIBER-LANG) TO WS-MAIL-LANG.
           IF WS-MAIL-LANG = SPACES
               MOVE 'en' TO WS-MAIL-LANG
           END-IF.
           PERFORM FIND-OR-BUILD-DIGEST.
           IF WS-LANG-COUNT > 0
               ADD 1 TO WS-SUB-COUNT
               PERFORM QUEUE-ONE-DIGEST
           END-IF.

       QUEUE-ONE-DIGEST.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE SUBSCRIBER-EMAIL TO MAILQ-EMAIL.
           MOVE WS-DIGEST-SUBJECT TO MAILQ-SUBJECT.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE WS-BODY-PATH TO MAILQ-BODY.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-FILE-LINE FROM WS-MAX-PUBDATE.
           CLOSE CHECKPOINT-FILE.
           COPY 'STORYVER.CPY'.

      *    THE CLOSING ROW IN THE RUN LEDGER - JOB-OUTCOME AND
      *    JOB-ROWS ARE SET BY THE TIME THIS IS PERFORMED.
       LOG-JOB-END.
           MOVE 'E' TO JOB-ACTION.
           CALL 'JOBLOG' USING JOB-RUN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM DIGEST.
