      *    AUTHOR'S COMMENTARY RECORD - ONE MARGIN NOTE PINNED TO A
      *    LINE OF data/STORIES/<ID>.TXT (LINES COUNTED FROM 1, THE
      *    SAME NUMBERING PROOF.COB REPORTS). FIELDS SEPARATED BY
      *    '|', THE NOTE TEXT LAST SO IT MAY BE LONG.
      *    ANN-BODY-SUM IS THE BODY FILE'S CHECKSUM WHEN THE NOTE
      *    WAS WRITTEN - LEAVE IT BLANK ON A NEW ROW AND ANNOTCHK.COB
      *    STAMPS IT ON ITS NEXT RUN. ONCE THE BODY CHECKSUM NO
      *    LONGER MATCHES, ANNOTCHK SETS ANN-STATE TO 'drifted' AND
      *    STORY.CBL STOPS SHOWING THE NOTE UNTIL THE LINE NUMBER IS
      *    CHECKED AND THE SUM BLANKED FOR RESTAMPING.
       01  ANNOTATION-RECORD.
           05  ANN-STORY-ID        PIC X(8).
           05  ANN-LINE            PIC X(5).
           05  ANN-WRITTEN         PIC X(8).
           05  ANN-BODY-SUM        PIC X(9).
           05  ANN-STATE           PIC X(8).
               88  ANN-DRIFTED                 VALUE 'drifted'.
           05  ANN-TEXT            PIC X(500).
