       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCHK.
      *    SHARED SUBPROGRAM - IS THIS BOARD OUT ON LOAN? LOOKS FOR AN
      *    ACTIVE ROW FOR LS-KB-ID IN data/LOANS.DAT (SEE LOANREC.CPY)
      *    AND ANSWERS IN LS-VERDICT:
      *        'L' - SHIPPED AND NOT BACK YET (LS-DUE IS THE DUE DATE)
      *        'P' - LOAN APPROVED, BOARD NOT SHIPPED YET
      *        'F' - FREE
      *    KBPAGE.COB SHOWS "ON LOAN" FROM IT AND HIDES THE TRADE AND
      *    LOAN FORMS; TRADE.COB AND LOAN.COB REFUSE OFFERS AND
      *    REQUESTS FOR ANY BOARD THAT IS NOT 'F' - A BOARD SITTING
      *    ON SOMEBODY ELSE'S DESK CANNOT BE PROMISED TO A THIRD
      *    PERSON. A MISSING LOAN FILE MEANS NOTHING IS ON LOAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'LOANFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'LOANREC.CPY'.
       01  WS-LOAN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LOAN-EOF         PIC X       VALUE 'N'.
               88  LOAN-EOF                    VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-KB-ID            PIC X(8).
       01  LS-VERDICT          PIC X.
       01  LS-DUE              PIC X(8).
       PROCEDURE DIVISION USING LS-KB-ID LS-VERDICT LS-DUE.
           MOVE 'F' TO LS-VERDICT.
           MOVE SPACES TO LS-DUE.
           MOVE 'N' TO WS-LOAN-EOF.
           IF FUNCTION TRIM(LS-KB-ID) = SPACES
               GOBACK
           END-IF.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = '00'
               PERFORM UNTIL LOAN-EOF OR LS-VERDICT = 'L'
                   READ LOAN-FILE
                       AT END
                           SET LOAN-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
       GOBACK.

       CHECK-ONE-LOAN.
           MOVE SPACES TO LOAN-RECORD.
           UNSTRING LOAN-FILE-LINE DELIMITED BY '|'
               INTO LN-KB-ID LN-NAME LN-CONTACT LN-REQUESTED LN-NOTE
                    LN-STATE LN-SHIPPED LN-DUE LN-RETURNED
                    LN-REMINDED
           END-UNSTRING.
           IF FUNCTION TRIM(LN-KB-ID) = FUNCTION TRIM(LS-KB-ID)
               IF FUNCTION TRIM(LN-STATE) = 'shipped'
                   MOVE 'L' TO LS-VERDICT
                   MOVE LN-DUE TO LS-DUE
               ELSE
                   IF FUNCTION TRIM(LN-STATE) = 'approved'
                       MOVE 'P' TO LS-VERDICT
                   END-IF
               END-IF
           END-IF.
       END PROGRAM LOANCHK.
