      *    HAS NO CHECKPOINT TO COMPARE AGAINST, SO IT JUST RECORDS
      *    THE NEWEST PUBDATE AS A BASELINE WITHOUT MAILING ANYONE -
      *    OTHERWISE EVERY STORY EVER POSTED WOULD GO OUT AT ONCE.
      *    THE NOTICE'S BODY (TITLE, EXCERPT, LINK) IS WRITTEN ONCE
      *    PER STORY TO data/NOTIFY-BODY-<STORY-ID>.DAT AND EVERY
      *    QUEUE ROW FOR THAT STORY POINTS AT IT. THE MAILED LINK
      *    CARRIES ?via=mail AND THE TOOTED ONE ?via=toot SO
      *    CAMPRPT.COB CAN TELL THE TWO AUDIENCES APART.
      *    EACH SUBSCRIBER IS MAILED IN THEIR OWN LANGUAGE
      *    (SUBSCRIBER-LANG): THE WORDING COMES FROM MAILTEXT.CBL, AND
      *    WHERE THE STORY HAS A VARIANT IN THAT LANGUAGE THE NOTICE
      *    CARRIES THE VARIANT'S TITLE, EXCERPT AND LINK INSTEAD (THE
      *    RULES ARE IN STORYVER.CPY). ENGLISH READERS KEEP
      *    data/NOTIFY-BODY-<STORY-ID>.DAT; EVERY OTHER LANGUAGE GETS
      *    ITS OWN data/NOTIFY-BODY-<STORY-ID>-<LANG>.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT FEDI-POST-FILE ASSIGN TO "data/FEDI-POSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPOST-STATUS.
           SELECT BODY-FILE ASSIGN TO DYNAMIC WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
       01  FEDI-RESP-LINE      PIC X(998).
       FD  FEDI-POST-FILE.
       01  FEDI-POST-LINE      PIC X(200).
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(520).
       WORKING-STORAGE SECTION.
           COPY 'STORYREC.CPY'.
           COPY 'SUBREC.CPY'.
       01  WS-ID-POS           PIC 9(4).
       01  WS-ID-END           PIC 9(4).
       01  WS-ID-LEN           PIC 9(4).
       01  WS-BODY-STATUS      PIC X(2)    VALUE '00'.
       01  WS-BODY-PATH        PIC X(60)   VALUE SPACES.
           COPY 'STORYVERWS.CPY'.
       01  WS-MAIL-LANG        PIC X(2)    VALUE SPACES.
       01  WS-MAIL-KEY         PIC X(20).
       01  WS-MAIL-TEXT        PIC X(200).
       01  WS-NOTICE-SUBJECT   PIC X(80)   VALUE SPACES.
      *    THE BODIES ALREADY WRITTEN FOR THE STORY IN HAND, ONE PER
      *    READER LANGUAGE MET SO FAR.
       01  WS-BUILT-COUNT      PIC 9(2)    VALUE 0.
       01  WS-BUILT-TABLE.
           05  WS-BUILT-ENTRY      OCCURS 20 TIMES.
               10  WS-BUILT-LANG       PIC X(2).
               10  WS-BUILT-PATH       PIC X(60).
               10  WS-BUILT-SUBJECT    PIC X(80).
       01  WS-BUILT-IDX        PIC 9(2).
       01  WS-BUILT-FOUND      PIC 9(2).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM READ-CHECKPOINT.
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
      *    THE CHECKPOINT EITHER, OR IT WOULD NEVER BE ANNOUNCED ONCE
      *    ITS PUBDATE ARRIVES. EVERY LIVE ROW IS KEPT FOR THE
      *    VARIANT LOOKUPS.
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
           MOVE 'N' TO WS-EOF.

       NOTIFY-NEW-STORIES.
           MOVE WS-CHECKPOINT TO WS-SV-SINCE.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF
               READ STORY-FILE
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                               AND STORY-PUBDATE > WS-CHECKPOINT
                           ADD 1 TO WS-NEW-COUNT
                           MOVE STORY-ID TO WS-SV-WANTED-ID
                           PERFORM FIND-LIVE-STORY
                           MOVE WS-SV-FOUND-IDX TO WS-SV-STORY-IDX
                           MOVE 0 TO WS-BUILT-COUNT
                           IF WS-SV-STORY-IDX > 0
                               PERFORM MAIL-SUBSCRIBERS-FOR-STORY
                           END-IF
                           PERFORM POST-FEDIVERSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.

      *    ONE BODY PER STORY AND LANGUAGE, NAMED FOR THEM, SO AN
      *    UNSENT QUEUE ROW STILL POINTS AT THE RIGHT TEXT AFTER
      *    LATER RUNS. WS-SV-PICKED IS THE VERSION THE READER GETS.
       FIND-OR-BUILD-NOTICE.
           MOVE 0 TO WS-BUILT-FOUND.
           PERFORM VARYING WS-BUILT-IDX FROM 1 BY 1
                   UNTIL WS-BUILT-IDX > WS-BUILT-COUNT
               IF WS-BUILT-LANG(WS-BUILT-IDX) = WS-MAIL-LANG
                   MOVE WS-BUILT-IDX TO WS-BUILT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BUILT-FOUND = 0 AND WS-BUILT-COUNT < 20
               PERFORM BUILD-NOTICE-BODY
               ADD 1 TO WS-BUILT-COUNT
               MOVE WS-BUILT-COUNT TO WS-BUILT-FOUND
               MOVE WS-MAIL-LANG TO WS-BUILT-LANG(WS-BUILT-FOUND)
               MOVE WS-BODY-PATH TO WS-BUILT-PATH(WS-BUILT-FOUND)
               MOVE WS-NOTICE-SUBJECT
                   TO WS-BUILT-SUBJECT(WS-BUILT-FOUND)
           END-IF.
           IF WS-BUILT-FOUND > 0
               MOVE WS-BUILT-PATH(WS-BUILT-FOUND) TO WS-BODY-PATH
               MOVE WS-BUILT-SUBJECT(WS-BUILT-FOUND)
                   TO WS-NOTICE-SUBJECT
           END-IF.

       BUILD-NOTICE-BODY.
           MOVE SPACES TO WS-BODY-PATH.
           IF WS-MAIL-LANG = 'en'
               STRING 'data/NOTIFY-BODY-' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-BODY-PATH
               END-STRING
           ELSE
               STRING 'data/NOTIFY-BODY-' DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-ID) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-MAIL-LANG)
                          DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-BODY-PATH
               END-STRING
           END-IF.
           MOVE 'notify-subject' TO WS-MAIL-KEY.
           MOVE 'new story:' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-NOTICE-SUBJECT.
           STRING FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-TITLE(WS-SV-PICKED))
                      DELIMITED BY SIZE
               INTO WS-NOTICE-SUBJECT
           END-STRING.
           MOVE 'notify-heading' TO WS-MAIL-KEY.
           MOVE 'new on *observe.observer:' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT BODY-FILE.
           MOVE SPACES TO BODY-FILE-LINE.
           STRING FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-TITLE(WS-SV-PICKED))
                      DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE FUNCTION TRIM(WS-SV-EXCERPT(WS-SV-PICKED))
               TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           MOVE SPACES TO BODY-FILE-LINE.
           WRITE BODY-FILE-LINE.
           STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-PROGRAM(WS-SV-PICKED))
                      DELIMITED BY SIZE
                  '?via=mail' DELIMITED BY SIZE
               INTO BODY-FILE-LINE
           END-STRING.
           WRITE BODY-FILE-LINE.
           CLOSE BODY-FILE.

       MAIL-SUBSCRIBERS-FOR-STORY.
           MOVE 'N' TO WS-SUB-EOF.
           OPEN INPUT SUBSCRIBER-FILE.
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
      *    WEEKLY-DIGEST READERS ARE DIGEST.COB'S TO MAIL, NOT OURS,
      *    A 'P' ROW HASN'T CONFIRMED YET SO IT GETS NOTHING, AND A
                                       MOVE 'A' TO WS-SUPP-VERDICT
                               END-CALL
                               IF WS-SUPP-VERDICT NOT = 'S'
                                   PERFORM MAIL-ONE-SUBSCRIBER
                               END-IF
                           END-IF
               END-READ
               CLOSE SUBSCRIBER-FILE
           END-IF.

       MAIL-ONE-SUBSCRIBER.
           MOVE FUNCTION LOWER-CASE(SUBSCRIBER-LANG) TO WS-MAIL-LANG.
           IF WS-MAIL-LANG = SPACES
               MOVE 'en' TO WS-MAIL-LANG
           END-IF.
           MOVE WS-MAIL-LANG TO WS-SV-READER-LANG.
           PERFORM PICK-STORY-VERSION.
           IF WS-SV-PICKED > 0
               PERFORM FIND-OR-BUILD-NOTICE
               ADD 1 TO WS-SUB-COUNT
               PERFORM QUEUE-ONE-MAIL
           END-IF.

       QUEUE-ONE-MAIL.
           MOVE 'queued' TO MAILQ-STATUS.
           MOVE SUBSCRIBER-EMAIL TO MAILQ-EMAIL.
           MOVE WS-NOTICE-SUBJECT TO MAILQ-SUBJECT.
           MOVE WS-TODAY-STAMP(1:14) TO MAILQ-QUEUED.
           MOVE 0 TO MAILQ-ATTEMPTS.
           MOVE SPACES TO MAILQ-FILE-LINE.
                  MAILQ-QUEUED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  MAILQ-ATTEMPTS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BODY-PATH) DELIMITED BY SIZE
               INTO MAILQ-FILE-LINE
           END-STRING.
           OPEN EXTEND MAILQ-FILE.
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      FUNCTION TRIM(STORY-PROGRAM) DELIMITED BY SIZE
                      '?via=toot' DELIMITED BY SIZE
                   INTO WS-POST-TEXT
               END-STRING
               INSPECT WS-POST-TEXT REPLACING ALL '"' BY ' '
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-FILE-LINE FROM WS-MAX-PUBDATE.
           CLOSE CHECKPOINT-FILE.
           COPY 'STORYVER.CPY'.
       END PROGRAM NOTIFY.
