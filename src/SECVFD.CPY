      *    LINE-SEQUENTIAL SECTION VIEW LOG - ONE LINE APPENDED PER
      *    SECTION VIEW, SUMMED BY BRANCHRPT.COB THE SAME WAY
      *    REPORT.COB SUMS THE HIT LOG.
       FD  SECTION-VIEW-FILE.
       01  SECTION-VIEW-LINE       PIC X(60).
