       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILTEXT.
      *    SHARED SUBPROGRAM - THE MAIL PHRASE BOOK, PHRASE.CBL'S
      *    COUNTERPART FOR EVERYTHING THE SITE SENDS. A BATCH JOB HAS
      *    NO COOKIE TO GO BY, SO THE CALLER PASSES THE RECIPIENT'S
      *    LANGUAGE (SUBSCRIBER-LANG) ALONG WITH THE KEY AND THE
      *    ENGLISH DEFAULT IN LS-TEXT; IF data/MAILTEXT-<lang>.DAT HAS
      *    A ROW (KEY|TEXT) FOR THE KEY, THE TEXT IS SWAPPED,
      *    OTHERWISE THE ENGLISH STANDS - A HALF-TRANSLATED FILE
      *    DEGRADES TO ENGLISH, NEVER TO BLANKS. EVERY MAIL TEXT ENDS
      *    UP IN A MAILQ ROW OR ON MAILSEND.COB'S MAILER COMMAND
      *    LINE, SO A TRANSLATED TEXT HAS '|' AND THE CHARACTERS THE
      *    SHELL WOULD INTERPRET INSIDE DOUBLE QUOTES BLANKED AS IT
      *    LOADS. THE FILE FOR THE LAST LANGUAGE ASKED FOR STAYS IN
      *    WORKING-STORAGE; A CALL FOR ANOTHER LANGUAGE RELOADS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILTEXT-FILE ASSIGN TO DYNAMIC WS-MAILTEXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILTEXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAILTEXT-FILE.
       01  MAILTEXT-FILE-LINE  PIC X(220).
       WORKING-STORAGE SECTION.
       01  WS-MAILTEXT-STATUS  PIC X(2)    VALUE '00'.
       01  WS-MAILTEXT-EOF     PIC X       VALUE 'N'.
               88  MAILTEXT-EOF                VALUE 'Y'.
       01  WS-MAILTEXT-NAME    PIC X(40)   VALUE SPACES.
       01  WS-LOADED-LANG      PIC X(2)    VALUE SPACES.
       01  WS-LOADED           PIC X       VALUE 'N'.
               88  LOADED                      VALUE 'Y'.
       01  WS-LANG             PIC X(2)    VALUE SPACES.
       01  WS-MT-COUNT         PIC 9(3)    VALUE 0.
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY         OCCURS 60 TIMES.
               10  WS-MT-KEY           PIC X(20).
               10  WS-MT-TEXT          PIC X(200).
       01  WS-MT-IDX           PIC 9(3).
       LINKAGE SECTION.
       01  LS-LANG             PIC X(2).
       01  LS-KEY              PIC X(20).
       01  LS-TEXT             PIC X(200).
       PROCEDURE DIVISION USING LS-LANG LS-KEY LS-TEXT.
           MOVE FUNCTION LOWER-CASE(LS-LANG) TO WS-LANG.
           IF NOT LOADED OR WS-LANG NOT = WS-LOADED-LANG
               PERFORM LOAD-MAILTEXT-FILE
               MOVE WS-LANG TO WS-LOADED-LANG
               SET LOADED TO TRUE
           END-IF.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF FUNCTION TRIM(WS-MT-KEY(WS-MT-IDX)) =
                       FUNCTION TRIM(LS-KEY)
                   MOVE WS-MT-TEXT(WS-MT-IDX) TO LS-TEXT
                   MOVE WS-MT-COUNT TO WS-MT-IDX
               END-IF
           END-PERFORM.
       GOBACK.

      *    ENGLISH NEEDS NO FILE - THE DEFAULTS ALREADY ARE ENGLISH.
       LOAD-MAILTEXT-FILE.
           MOVE 0 TO WS-MT-COUNT.
           MOVE 'N' TO WS-MAILTEXT-EOF.
           IF WS-LANG = SPACES OR WS-LANG = 'en'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-MAILTEXT-NAME
               STRING 'data/MAILTEXT-' DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-LANG)
                          DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-MAILTEXT-NAME
               END-STRING
               OPEN INPUT MAILTEXT-FILE
               IF WS-MAILTEXT-STATUS = '00'
                   PERFORM UNTIL MAILTEXT-EOF OR WS-MT-COUNT >= 60
                       READ MAILTEXT-FILE
                           AT END
                               SET MAILTEXT-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-TEXT
                       END-READ
                   END-PERFORM
                   CLOSE MAILTEXT-FILE
               END-IF
           END-IF.

       LOAD-ONE-TEXT.
           ADD 1 TO WS-MT-COUNT.
           MOVE SPACES TO WS-MT-KEY(WS-MT-COUNT)
               WS-MT-TEXT(WS-MT-COUNT).
           UNSTRING MAILTEXT-FILE-LINE DELIMITED BY '|'
               INTO WS-MT-KEY(WS-MT-COUNT) WS-MT-TEXT(WS-MT-COUNT)
           END-UNSTRING.
           INSPECT WS-MT-TEXT(WS-MT-COUNT) REPLACING
               ALL '"' BY ' ' ALL '`' BY ' ' ALL '$' BY ' '
               ALL '\' BY ' '.
           IF WS-MT-TEXT(WS-MT-COUNT) = SPACES
               SUBTRACT 1 FROM WS-MT-COUNT
           END-IF.
       END PROGRAM MAILTEXT.
