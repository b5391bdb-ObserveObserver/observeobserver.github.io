      *    REASON; BOTH OUTCOMES ARE RECORDED IN
      *    data/SUBMISSIONS-LOG.DAT SO NOTHING DROWNS IN AN INBOX
      *    AGAIN. HOLD (H) CARRIES THE SUBMISSION TO THE NEXT RUN.
      *    AN ACCEPTED BODY IS ENTERED IN data/WRITING-LOG.DAT
      *    (WRITELOG.CBL) AS A submission - SOMEBODY ELSE'S WORDS, SO
      *    THE WRITING GOALS DO NOT COUNT IT.
      *    EACH SUBMISSION IS SHOWN WITH THE NEAR-DUPLICATE SCORE
      *    SUBSCREEN.COB LEFT ON ITS ROW - HOW MUCH OF IT TURNS UP IN
      *    A STORY, A DRAFT OR AN EARLIER SUBMISSION, WHICH ONE, AND
      *    THE PASSAGE THEY SHARE - BEFORE THE DECISION IS ASKED FOR.
      *    THE LOG ROW KEEPS THE SUBMITTED TEXT AS ITS LAST FIELD SO
      *    LATER SCREENS CAN COMPARE AGAINST IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FD  BODY-FILE.
       01  BODY-FILE-LINE      PIC X(1800).
       FD  SUBLOG-FILE.
       01  SUBLOG-FILE-LINE    PIC X(2200).
       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS   PIC X(2)    VALUE '00'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-S-NAME           PIC X(40).
       01  WS-S-CONTACT        PIC X(60).
       01  WS-S-DATE           PIC X(8).
       01  WS-S-SCORE          PIC X(3).
       01  WS-S-MATCH          PIC X(60).
       01  WS-S-PASSAGE        PIC X(150).
       01  WS-SCORE-EDIT       PIC ZZ9.
       01  WS-NEW-ID           PIC X(8).
       01  WS-REASON           PIC X(120).
       01  WS-TOKEN-NUM        PIC 9(8).
       01  WS-HELD-LINES.
               05  WS-HELD-LINE    OCCURS 50 TIMES PIC X(2200).
       01  WS-HELD-IDX         PIC 9(4).
       01  WS-WLOG-SOURCE      PIC X(10)   VALUE 'submission'.
       01  WS-WLOG-ADDED       PIC S9(7)   VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT PENDING-FILE.

       REVIEW-ONE-SUBMISSION.
           MOVE SPACES TO WS-S-TITLE WS-S-BODY WS-S-NAME
               WS-S-CONTACT WS-S-DATE WS-S-SCORE WS-S-MATCH
               WS-S-PASSAGE.
           UNSTRING PENDING-FILE-LINE DELIMITED BY '|'
               INTO WS-S-TITLE WS-S-BODY WS-S-NAME WS-S-CONTACT
                    WS-S-DATE WS-S-SCORE WS-S-MATCH WS-S-PASSAGE
           END-UNSTRING.
           DISPLAY '"' FUNCTION TRIM(WS-S-TITLE) '" by '
               FUNCTION TRIM(WS-S-NAME) ' ('
               FUNCTION TRIM(WS-S-CONTACT) ', ' WS-S-DATE ')'.
           DISPLAY WS-S-BODY(1:200).
           PERFORM SHOW-SIMILARITY.
           MOVE 'N' TO WS-DECIDED.
           PERFORM UNTIL DECISION-TAKEN
               DISPLAY 'accept / decline / hold? (A/D/H) '
               END-EVALUATE
           END-PERFORM.

      *    A ROW SUBSCREEN.COB HAS NOT SEEN YET (IT ARRIVED AFTER THE
      *    LAST SCREEN) SAYS SO RATHER THAN PASSING AS A CLEAN ZERO.
       SHOW-SIMILARITY.
           IF WS-S-SCORE IS NOT NUMERIC
               DISPLAY 'similarity: not screened yet - run '
                   'SUBSCREEN first to compare it'
           ELSE
               MOVE WS-S-SCORE TO WS-SCORE-EDIT
               DISPLAY 'similarity: ' FUNCTION TRIM(WS-SCORE-EDIT)
                   '% - closest: ' FUNCTION TRIM(WS-S-MATCH)
               IF WS-S-PASSAGE NOT = SPACES
                   DISPLAY 'matching passage: "'
                       FUNCTION TRIM(WS-S-PASSAGE) '"'
               END-IF
           END-IF.

       ACCEPT-SUBMISSION.
           DISPLAY 'new story id? '.
           ACCEPT WS-NEW-ID.
               PERFORM BUILD-PREVIEW-TOKEN
               PERFORM WRITE-BODY-FILE
               PERFORM APPEND-DRAFT-ROW
               CALL 'WRITELOG' USING WS-NEW-ID WS-WLOG-SOURCE
                   WS-WLOG-ADDED
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM LOG-DECISION-ACCEPT
               DISPLAY 'accepted as draft ' FUNCTION TRIM(WS-NEW-ID)
                   ' - preview token ' FUNCTION TRIM(WS-NEW-TOKEN)
                  WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  '||submission||Y|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOKEN) DELIMITED BY SIZE
                  '|en|||N||||' DELIMITED BY SIZE
               INTO STORY-FILE-LINE
           END-STRING.
           OPEN EXTEND STORY-FILE.
       DECLINE-SUBMISSION.
           DISPLAY 'reason? '.
           ACCEPT WS-REASON.
           INSPECT WS-REASON REPLACING ALL '|' BY ' '.
           PERFORM LOG-DECISION-DECLINE.

       LOG-DECISION-ACCEPT.
                  FUNCTION TRIM(WS-S-TITLE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-BODY) DELIMITED BY SIZE
               INTO SUBLOG-FILE-LINE
           END-STRING.
           PERFORM APPEND-SUBLOG-LINE.
                  FUNCTION TRIM(WS-S-TITLE) DELIMITED BY SIZE
                  '|as ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-BODY) DELIMITED BY SIZE
               INTO SUBLOG-FILE-LINE
           END-STRING.
           PERFORM APPEND-SUBLOG-LINE.
