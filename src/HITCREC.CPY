      *    CAMPAIGN HIT ARCHIVE RECORD - ONE ROW PER PAGE PER DAY PER
      *    CAMPAIGN CODE, CONDENSED BY HITROLL.COB FROM THE TAGGED
      *    ROWS OF A CLOSED MONTH SO THE via= CODE SURVIVES THE
      *    ROLLUP THAT data/HITS-ARCHIVE.DAT'S PLAIN PAGE/DAY COUNTS
      *    WOULD LOSE IT IN. READ BY CAMPRPT.COB ALONGSIDE THE LIVE
      *    LOG. FIELDS SEPARATED BY '|'.
       01  HIT-CAMP-RECORD.
           05  HC-PAGE-ID          PIC X(20).
           05  HC-DATE             PIC X(8).
           05  HC-CAMPAIGN         PIC X(10).
           05  HC-COUNT            PIC 9(6).
