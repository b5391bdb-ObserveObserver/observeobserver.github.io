      *    REPLY-NOTICE ADDRESS (COMMENT-NOTIFY), ONE ROW GOES ONTO
      *    THE DURABLE MAIL QUEUE data/MAILQ.DAT FOR MAILSEND.COB TO
      *    DELIVER - THE ADDRESS RIDES IN THE DATA FILE ONLY AND
      *    NEVER REACHES A PAGE. THE NOTICE IS WORDED IN THE
      *    RECIPIENT'S LANGUAGE (MAILTEXT.CBL): THEIR SUBSCRIBER-LANG
      *    IF THE ADDRESS IS ALSO ON THE MAILING LIST, OTHERWISE THE
      *    LANGUAGE OF THE STORY THEY COMMENTED ON, OTHERWISE ENGLISH.
      *    A DECISION THAT MOVED THE TRUSTED-SUBMITTER LEDGER CARRIES
      *    THE LEDGER KEY'S DIGEST (REPKEY.CBL) AS A FIFTH MODLOG
      *    FIELD, SO RECONCILE.COB CAN RECOUNT EACH SUBMITTER'S
      *    APPROVALS WITHOUT THE AUDIT TRAIL HOLDING AN ADDRESS.
      *    EACH APPROVED ROW ALSO GOES INTO THE KEYED COPY OF
      *    data/COMMENTS.DAT (SIDEIO.CBL) THE STORY PAGE READS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT MAILQ-FILE ASSIGN TO "data/MAILQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "data/SUBSCRIBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'COMFD.CPY' REPLACING COMMENT-FILE BY PENDING-FILE
       FD  MODLOG-FILE.
       01  MODLOG-FILE-LINE    PIC X(140).
           COPY 'MAILQFD.CPY'.
           COPY 'SUBFD.CPY'.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'COMREC.CPY'.
           COPY 'MAILQREC.CPY'.
           COPY 'SUBREC.CPY'.
           COPY 'STORYREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-PARENT-NAME      PIC X(40).
       01  WS-PARENT-BODY      PIC X(300).
       01  WS-SCAN-PARENT      PIC X(14).
       01  WS-SCAN-TOKEN       PIC X(16).
       01  WS-SCAN-NOTIFY      PIC X(60).
       01  WS-SCAN-ORIGIN      PIC X(1).
       01  WS-APPROVED-EOF     PIC X       VALUE 'N'.
               88  APPROVED-EOF                VALUE 'Y'.
       01  WS-EOF              PIC X       VALUE 'N'.
       01  WS-REP-KEY          PIC X(60)   VALUE SPACES.
       01  WS-REP-EVENT        PIC X       VALUE 'Q'.
       01  WS-REP-VERDICT      PIC X       VALUE 'U'.
       01  WS-AUDIT-KEY        PIC X(10)   VALUE SPACES.
       01  WS-AUDIT-PTR        PIC 9(3).
      *    THE REPLY NOTICE'S LANGUAGE - SEE PICK-NOTICE-LANGUAGE.
       01  WS-SUB-STATUS       PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-LOOKUP-EOF       PIC X       VALUE 'N'.
               88  LOOKUP-EOF                  VALUE 'Y'.
       01  WS-MAIL-LANG        PIC X(2)    VALUE SPACES.
       01  WS-MAIL-KEY         PIC X(20).
       01  WS-MAIL-TEXT        PIC X(200).
      *    THE KEYED PER-STORY COPY OF THE LIVE FILE (SIDEIO.CBL).
           COPY 'SIDEIO.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               OPEN EXTEND APPROVED-FILE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PENDING-FILE-LINE TO APPROVED-FILE-LINE
                   WRITE APPROVED-FILE-LINE
                   PERFORM ADD-TO-KEYED-COPY
                   MOVE 'approve' TO WS-AUDIT-VERDICT
                   MOVE 'A' TO WS-REP-EVENT
                   PERFORM RECORD-REPUTATION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CALL 'REPKEY' USING WS-REP-KEY WS-AUDIT-KEY
                   ON EXCEPTION
                       MOVE SPACES TO WS-AUDIT-KEY
               END-CALL
           END-IF.

      *    EVERY DECISION LEAVES A ROW IN data/MODLOG.DAT - THE
                  FUNCTION TRIM(WS-AUDIT-EXCERPT) DELIMITED BY SIZE
               INTO MODLOG-FILE-LINE
           END-STRING.
           IF WS-AUDIT-KEY NOT = SPACES
               COMPUTE WS-AUDIT-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(MODLOG-FILE-LINE TRAILING)) + 1
               STRING '|' DELIMITED BY SIZE
                      WS-AUDIT-KEY DELIMITED BY SIZE
                   INTO MODLOG-FILE-LINE WITH POINTER WS-AUDIT-PTR
               END-STRING
               MOVE SPACES TO WS-AUDIT-KEY
           END-IF.
           OPEN EXTEND MODLOG-FILE.
           IF WS-MODLOG-STATUS NOT = '00'
               OPEN OUTPUT MODLOG-FILE
           INSPECT WS-SAFE-SUBJECT-NAME REPLACING ALL '\' BY ' '.
           INSPECT WS-SAFE-SUBJECT-NAME REPLACING ALL ';' BY ' '.
           INSPECT WS-SAFE-SUBJECT-NAME REPLACING ALL '&' BY ' '.
           PERFORM PICK-NOTICE-LANGUAGE.
           MOVE 'reply-subject' TO WS-MAIL-KEY.
           MOVE 'replied to your comment at' TO WS-MAIL-TEXT.
           CALL 'MAILTEXT' USING WS-MAIL-LANG WS-MAIL-KEY WS-MAIL-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO MAILQ-SUBJECT.
           IF COMMENT-STORY-ID(1:5) = 'ENTRY'
               STRING FUNCTION TRIM(WS-SAFE-SUBJECT-NAME)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'BLOGPOST.COB?id=' DELIMITED BY SIZE
                      FUNCTION TRIM(COMMENT-STORY-ID)
           ELSE
               STRING FUNCTION TRIM(WS-SAFE-SUBJECT-NAME)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-TEXT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      FUNCTION TRIM(COMMENT-STORY-ID)
                          DELIMITED BY SIZE
           CLOSE MAILQ-FILE.
           ADD 1 TO WS-NOTICE-COUNT.

      *    A REPLY-NOTICE ADDRESS THAT IS ALSO ON THE MAILING LIST
      *    ALREADY SAYS WHICH LANGUAGE ITS OWNER READS; FAILING THAT THE
      *    STORY THEY COMMENTED ON IS THE BEST GUESS. A BLOG ENTRY'S
      *    ENTRYnn KEY IS NOT IN data/STORY.DAT AND FALLS TO ENGLISH.
       PICK-NOTICE-LANGUAGE.
           MOVE SPACES TO WS-MAIL-LANG.
           MOVE 'N' TO WS-LOOKUP-EOF.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL LOOKUP-EOF
                   READ SUBSCRIBER-FILE
                       AT END
                           SET LOOKUP-EOF TO TRUE
                       NOT AT END
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
                           IF FUNCTION LOWER-CASE(SUBSCRIBER-EMAIL) =
                                   FUNCTION LOWER-CASE(WS-PARENT-NOTIFY)
                                   AND SUBSCRIBER-LANG NOT = SPACES
                               MOVE SUBSCRIBER-LANG TO WS-MAIL-LANG
                               SET LOOKUP-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.
           IF WS-MAIL-LANG = SPACES
               MOVE 'N' TO WS-LOOKUP-EOF
               OPEN INPUT STORY-FILE
               IF WS-STORY-STATUS = '00'
                   PERFORM UNTIL LOOKUP-EOF
                       READ STORY-FILE
                           AT END
                               SET LOOKUP-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO STORY-ID STORY-LANG
                               UNSTRING STORY-FILE-LINE
                                   DELIMITED BY '|'
                                   INTO STORY-ID STORY-TITLE
                                        STORY-EXCERPT STORY-PUBDATE
                                        STORY-PROGRAM STORY-TAGS
                                        STORY-WARNING STORY-DRAFT
                                        STORY-TOKEN STORY-LANG
                               END-UNSTRING
                               IF STORY-ID = COMMENT-STORY-ID
                                   MOVE STORY-LANG(1:2) TO WS-MAIL-LANG
                                   SET LOOKUP-EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORY-FILE
               END-IF
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-MAIL-LANG) TO WS-MAIL-LANG.
           IF WS-MAIL-LANG = SPACES
               MOVE 'en' TO WS-MAIL-LANG
           END-IF.

       CARRY-HELD-ENTRIES.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       NOT AT END
                           MOVE SPACES TO WS-SCAN-PARENT
                               WS-SCAN-TOKEN WS-SCAN-NOTIFY
                               WS-SCAN-ORIGIN
                           UNSTRING PARENT-FILE-LINE
                               DELIMITED BY '|'
                               INTO WS-SCAN-STORY-ID WS-SCAN-NAME
                                    WS-SCAN-BODY WS-SCAN-DATE
                                    WS-SCAN-ID WS-SCAN-PARENT
                                    WS-SCAN-TOKEN WS-SCAN-NOTIFY
                                    WS-SCAN-ORIGIN
                           END-UNSTRING
                           IF WS-SCAN-ID = COMMENT-PARENT
                               SET PARENT-FOUND TO TRUE
                               MOVE WS-SCAN-NAME TO WS-PARENT-NAME
                               MOVE WS-SCAN-BODY TO WS-PARENT-BODY
      *    A HISTORICAL PARENT (SEE COMREC.CPY) NEVER ASKED THIS SITE
      *    FOR ANYTHING, WHATEVER ITS ROW HAS COME TO SAY.
                               IF WS-SCAN-ORIGIN = 'H'
                                   MOVE SPACES TO WS-PARENT-NOTIFY
                               ELSE
                                   MOVE WS-SCAN-NOTIFY
                                       TO WS-PARENT-NOTIFY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARENT-FILE
           END-IF.

      *    THE NEW ROW GOES INTO THE KEYED COPY STORY.CBL READS AS
      *    WELL, SO THE PAGE SHOWS IT BEFORE THE NEXT BUILD RELOADS.
       ADD-TO-KEYED-COPY.
           MOVE 'A' TO SIX-ACTION.
           MOVE 'data/COMMENTS.DAT' TO SIX-FILE.
           MOVE SPACES TO SIX-STORY.
           MOVE APPROVED-FILE-LINE TO SIX-LINE.
           CALL 'SIDEIO' USING SIDE-IO
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM APPROVE.
