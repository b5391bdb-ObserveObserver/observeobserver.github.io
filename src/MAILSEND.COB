      *    ANY TIME, SINCE A ROW ONLY EVER MOVES FORWARD. THE QUEUE IS
      *    REWRITTEN THROUGH A KEEP FILE THE SAME WAY HITROLL.COB
      *    TRIMS THE HIT LOG.
      *    A SUBSCRIBER'S UNSUBSCRIBE LINK NAMES THE MAILING IT RODE
      *    IN (&m= THE BODY FILE'S STEM - NOTIFY-BODY-<STORY> FOR A
      *    STORY ANNOUNCEMENT, DIGEST-BODY-<DATE> FOR A DIGEST) SO
      *    UNSUB.COB CAN LOG WHICH MAILING A READER LEFT OVER. A
      *    STORY ANNOUNCEMENT TO A PER-STORY SUBSCRIBER ALSO OFFERS
      *    THE WEEKLY DIGEST INSTEAD (UNSUB.COB WITH &w=1). THE
      *    FOOTER'S WORDS COME FROM MAILTEXT.CBL IN THE SUBSCRIBER'S
      *    OWN LANGUAGE (SUBSCRIBER-LANG), ENGLISH BY DEFAULT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-KEEP-EOF         PIC X       VALUE 'N'.
               88  KEEP-EOF                    VALUE 'Y'.
       01  WS-ATTEMPTS-X       PIC X(2).
       01  WS-MAIL-COMMAND     PIC X(640).
       01  WS-SENT-COUNT       PIC 9(4)    VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(4)    VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(4)    VALUE 0.
           05  WS-SUB-ENTRY        OCCURS 500 TIMES.
               10  WS-SUB-T-EMAIL  PIC X(60).
               10  WS-SUB-T-TOKEN  PIC X(16).
               10  WS-SUB-T-FREQ   PIC X.
               10  WS-SUB-T-LANG   PIC X(2).
       01  WS-SUB-IDX          PIC 9(4)    VALUE 0.
       01  WS-UNSUB-LINK       PIC X(140)  VALUE SPACES.
       01  WS-WEEKLY-LINK      PIC X(140)  VALUE SPACES.
       01  WS-MAILING-STEM     PIC X(40)   VALUE SPACES.
       01  WS-FOOTER-CMD       PIC X(320)  VALUE SPACES.
       01  WS-MAIL-KEY         PIC X(20).
       01  WS-UNSUB-WORDS      PIC X(200).
       01  WS-WEEKLY-WORDS     PIC X(200).
       01  WS-BOUNCE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-BAD-COUNT        PIC 9(2)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-SUBSCRIBER-LIST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MAILQ-FILE.
                       INTO WS-MAIL-COMMAND
                   END-STRING
               WHEN FUNCTION TRIM(MAILQ-BODY) = SPACES
                   STRING '( ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FOOTER-CMD)
                              DELIMITED BY SIZE
                          ' ) | mail -s "' DELIMITED BY SIZE
                          FUNCTION TRIM(MAILQ-SUBJECT)
                              DELIMITED BY SIZE
                          '" ' DELIMITED BY SIZE
                              DELIMITED BY SIZE
                          '; echo ""; '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FOOTER-CMD)
                              DELIMITED BY SIZE
                          ' ) | mail -s "' DELIMITED BY SIZE
                          FUNCTION TRIM(MAILQ-SUBJECT)
                              DELIMITED BY SIZE
                          '" ' DELIMITED BY SIZE
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
                           IF FUNCTION TRIM(SUBSCRIBER-TOKEN)
                                   NOT = SPACES
                                   WS-SUB-T-EMAIL(WS-SUB-COUNT)
                               MOVE SUBSCRIBER-TOKEN TO
                                   WS-SUB-T-TOKEN(WS-SUB-COUNT)
                               MOVE SUBSCRIBER-FREQ TO
                                   WS-SUB-T-FREQ(WS-SUB-COUNT)
                               MOVE SUBSCRIBER-LANG TO
                                   WS-SUB-T-LANG(WS-SUB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      *    PRE-CONFIRMATION ROWS HAVE NO TOKEN AND SO NO LINK - THE
      *    GRANDFATHERED ADDRESSES STAY ON THE OLD WRITE-IN FOOTING.
       FIND-UNSUB-LINK.
           MOVE SPACES TO WS-UNSUB-LINK WS-WEEKLY-LINK WS-FOOTER-CMD.
           PERFORM FIND-MAILING-STEM.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF FUNCTION TRIM(WS-SUB-T-EMAIL(WS-SUB-IDX))
                       = FUNCTION TRIM(MAILQ-EMAIL)
                   PERFORM BUILD-LIST-LINKS
                   MOVE WS-SUB-COUNT TO WS-SUB-IDX
               END-IF
           END-PERFORM.

      *    data/NOTIFY-BODY-Q.DAT GIVES NOTIFY-BODY-Q; A SUBJECT-ONLY
      *    MAIL (THE CONFIRMATION, OLD QUEUE ROWS) NAMES NO MAILING.
       FIND-MAILING-STEM.
           MOVE SPACES TO WS-MAILING-STEM.
           IF MAILQ-BODY(1:5) = 'data/'
               UNSTRING MAILQ-BODY(6:) DELIMITED BY '.'
                   INTO WS-MAILING-STEM
               END-UNSTRING
           END-IF.

       BUILD-LIST-LINKS.
           IF FUNCTION TRIM(WS-MAILING-STEM) = SPACES
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'UNSUB.COB?u=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUB-T-TOKEN(WS-SUB-IDX))
                          DELIMITED BY SIZE
                   INTO WS-UNSUB-LINK
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'UNSUB.COB?u=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUB-T-TOKEN(WS-SUB-IDX))
                          DELIMITED BY SIZE
                      '&m=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAILING-STEM)
                          DELIMITED BY SIZE
                   INTO WS-UNSUB-LINK
               END-STRING
           END-IF.
           IF WS-MAILING-STEM(1:12) = 'NOTIFY-BODY-'
                   AND WS-SUB-T-FREQ(WS-SUB-IDX) NOT = 'W'
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      'UNSUB.COB?u=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUB-T-TOKEN(WS-SUB-IDX))
                          DELIMITED BY SIZE
                      '&w=1&m=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAILING-STEM)
                          DELIMITED BY SIZE
                   INTO WS-WEEKLY-LINK
               END-STRING
           END-IF.
           PERFORM FIND-FOOTER-WORDS.
           IF FUNCTION TRIM(WS-WEEKLY-LINK) = SPACES
               STRING 'echo "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNSUB-WORDS) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNSUB-LINK) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-FOOTER-CMD
               END-STRING
           ELSE
               STRING 'echo "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNSUB-WORDS) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNSUB-LINK) DELIMITED BY SIZE
                      '"; echo "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WEEKLY-WORDS) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WEEKLY-LINK) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-FOOTER-CMD
               END-STRING
           END-IF.

       FIND-FOOTER-WORDS.
           MOVE 'unsub-footer' TO WS-MAIL-KEY.
           MOVE 'unsubscribe any time:' TO WS-UNSUB-WORDS.
           CALL 'MAILTEXT' USING WS-SUB-T-LANG(WS-SUB-IDX)
               WS-MAIL-KEY WS-UNSUB-WORDS
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'weekly-footer' TO WS-MAIL-KEY.
           MOVE 'or take the weekly digest instead:'
               TO WS-WEEKLY-WORDS.
           CALL 'MAILTEXT' USING WS-SUB-T-LANG(WS-SUB-IDX)
               WS-MAIL-KEY WS-WEEKLY-WORDS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       REWRITE-QUEUE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
