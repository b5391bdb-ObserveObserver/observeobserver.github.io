      *    PARAMETER BLOCK FOR CALL 'SIDEIO'. SIX-FILE NAMES THE SIDE
      *    FILE BY ITS PIPE-DELIMITED PATH (data/COMMENTS.DAT ETC.).
      *        F - FIRST ROW FOR SIX-STORY, N - THE NEXT ONE. SIX-LINE
      *            COMES BACK WITH THE RAW ROW; SIX-STATUS '00' IS A
      *            ROW, '10' NO MORE ROWS, '35' NO KEYED COPY - SCAN
      *            THE PIPE-DELIMITED FILE INSTEAD.
      *        A - SIX-LINE WAS JUST APPENDED TO SIX-FILE; ADD IT TO
      *            THE KEYED COPY TOO.
      *        L - SIX-FILE WAS REWRITTEN (OR NEEDS ITS COPY MADE);
      *            RELOAD THE KEYED COPY FROM IT. SIX-ROWS SAYS HOW
      *            MANY ROWS WENT IN.
      *    A PATH SIDEIO DOES NOT KEEP A COPY OF ANSWERS '35' TO ALL
      *    FOUR, SO A PROGRAM THAT REWRITES FILES BY NAME CAN CALL 'L'
      *    AFTER EVERY ONE OF THEM.
       01  SIDE-IO.
           05  SIX-ACTION          PIC X(1).
               88  SIX-FIRST                   VALUE 'F'.
               88  SIX-NEXT                    VALUE 'N'.
               88  SIX-APPEND                  VALUE 'A'.
               88  SIX-RELOAD                  VALUE 'L'.
           05  SIX-FILE            PIC X(40).
           05  SIX-STORY           PIC X(8).
           05  SIX-LINE            PIC X(480).
           05  SIX-STATUS          PIC X(2).
               88  SIX-ROW                     VALUE '00'.
               88  SIX-NO-MORE                 VALUE '10'.
               88  SIX-NO-COPY                 VALUE '35'.
           05  SIX-ROWS            PIC 9(6).
