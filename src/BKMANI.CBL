       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKMANI.
      *    SHARED SUBPROGRAM - WRITES THE MANIFEST OF ONE COPY OF THE
      *    data/ DIRECTORY: A BACKUP GENERATION (backups/daily-...,
      *    SEE BACKUP.COB) OR THE RESTORE-REHEARSAL SCRATCH COPY.
      *    CALLED WITH THE DIRECTORY HOLDING THAT data/; EVERY FILE
      *    UNDER IT GETS ONE ROW IN <DIR>/MANIFEST.DAT -
      *    PATH|ROWS|CHECKSUM - IN PATH ORDER, SO TWO MANIFESTS OF THE
      *    SAME DATA ARE IDENTICAL LINE FOR LINE. THE CHECKSUM IS
      *    ANNOTCHK.COB'S ROLLING SUM (EACH CHARACTER, THEN A LINE
      *    BREAK, FOLDED IN TIMES 31, MODULO 999999999). THE FILE LIST
      *    ITSELF COMES FROM find, LEFT IN <DIR>/FILES.LST. THE FILE
      *    AND ROW TOTALS COME BACK TO THE CALLER; A DIRECTORY THAT
      *    CANNOT BE LISTED COMES BACK WITH BOTH ZERO. FORGETME.COB
      *    CALLS HERE AGAIN AFTER SCRUBBING A GENERATION, SO THE
      *    MANIFEST ALWAYS DESCRIBES WHAT IS ACTUALLY KEPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-FILE-LINE      PIC X(120).
       FD  MEMBER-FILE.
       01  MEMBER-FILE-LINE    PIC X(4000).
       FD  MANIFEST-FILE.
       01  MANIFEST-FILE-LINE  PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-MANIFEST-STATUS  PIC X(2)    VALUE '00'.
       01  WS-LIST-EOF         PIC X       VALUE 'N'.
               88  LIST-EOF                    VALUE 'Y'.
       01  WS-MEMBER-EOF       PIC X       VALUE 'N'.
               88  MEMBER-EOF                  VALUE 'Y'.
       01  WS-DIR              PIC X(60)   VALUE SPACES.
       01  WS-LIST-NAME        PIC X(80)   VALUE SPACES.
       01  WS-MANIFEST-NAME    PIC X(80)   VALUE SPACES.
       01  WS-MEMBER-NAME      PIC X(200)  VALUE SPACES.
       01  WS-FIND-COMMAND     PIC X(200)  VALUE SPACES.
       01  WS-MEMBER-ROWS      PIC 9(9)    VALUE 0.
       01  WS-CHECKSUM-LEN     PIC 9(4).
       01  WS-CHECKSUM-IDX     PIC 9(4).
       01  WS-CHECKSUM-CHAR    PIC X.
       01  WS-CHECKSUM-ORD     PIC 9(3).
       01  WS-CHECKSUM-RESULT  PIC 9(9).
       LINKAGE SECTION.
       01  LS-DIR              PIC X(60).
       01  LS-FILE-COUNT       PIC 9(5).
       01  LS-ROW-TOTAL        PIC 9(9).
       PROCEDURE DIVISION USING LS-DIR LS-FILE-COUNT LS-ROW-TOTAL.
           MOVE 0 TO LS-FILE-COUNT LS-ROW-TOTAL.
           MOVE FUNCTION TRIM(LS-DIR) TO WS-DIR.
           MOVE SPACES TO WS-FIND-COMMAND WS-LIST-NAME
               WS-MANIFEST-NAME.
           STRING 'cd ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  ' && find data -type f | LC_ALL=C sort > FILES.LST'
                      DELIMITED BY SIZE
               INTO WS-FIND-COMMAND
           END-STRING.
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/FILES.LST' DELIMITED BY SIZE
               INTO WS-LIST-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/MANIFEST.DAT' DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING.
           CALL 'SYSTEM' USING WS-FIND-COMMAND.
           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
               OPEN OUTPUT MANIFEST-FILE
               PERFORM UNTIL LIST-EOF
                   READ LIST-FILE
                       AT END
                           SET LIST-EOF TO TRUE
                       NOT AT END
                           PERFORM DESCRIBE-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               CLOSE LIST-FILE
           END-IF.
       GOBACK.

       DESCRIBE-ONE-FILE.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-LINE) DELIMITED BY SIZE
               INTO WS-MEMBER-NAME
           END-STRING.
           MOVE 0 TO WS-MEMBER-ROWS WS-CHECKSUM-RESULT.
           MOVE 'N' TO WS-MEMBER-EOF.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = '00'
               PERFORM UNTIL MEMBER-EOF
                   READ MEMBER-FILE
                       AT END
                           SET MEMBER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBER-ROWS
                           PERFORM SUM-MEMBER-LINE
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.
           ADD 1 TO LS-FILE-COUNT.
           ADD WS-MEMBER-ROWS TO LS-ROW-TOTAL.
           MOVE SPACES TO MANIFEST-FILE-LINE.
           STRING FUNCTION TRIM(LIST-FILE-LINE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MEMBER-ROWS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-CHECKSUM-RESULT DELIMITED BY SIZE
               INTO MANIFEST-FILE-LINE
           END-STRING.
           WRITE MANIFEST-FILE-LINE.

       SUM-MEMBER-LINE.
           MOVE 0 TO WS-CHECKSUM-LEN.
           IF MEMBER-FILE-LINE NOT = SPACES
               COMPUTE WS-CHECKSUM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(MEMBER-FILE-LINE
                       TRAILING))
           END-IF.
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
                   UNTIL WS-CHECKSUM-IDX > WS-CHECKSUM-LEN
               MOVE MEMBER-FILE-LINE(WS-CHECKSUM-IDX:1)
                   TO WS-CHECKSUM-CHAR
               COMPUTE WS-CHECKSUM-ORD = FUNCTION ORD(WS-CHECKSUM-CHAR)
               COMPUTE WS-CHECKSUM-RESULT =
                   FUNCTION MOD(
                       (WS-CHECKSUM-RESULT * 31) + WS-CHECKSUM-ORD,
                       999999999)
           END-PERFORM.
           COMPUTE WS-CHECKSUM-RESULT =
               FUNCTION MOD((WS-CHECKSUM-RESULT * 31) + 11, 999999999).
       END PROGRAM BKMANI.
