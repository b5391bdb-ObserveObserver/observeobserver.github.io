      *    OUTBOUND CLICK RECORD - ONE ROW PER READER OUTLINK.COB
      *    SENDS OFF-SITE, APPENDED AS IT HAPPENS. OC-SOURCE IS THE
      *    PAGE THE LINK WAS ON (links, planet, OR A STORY-ID) AND
      *    OC-DEST THE PUBLISHED URL THE READER WENT TO. CRAWLERS ARE
      *    NEVER LOGGED. READ BY CLICKRPT.COB FOR THE MONTHLY REPORT.
      *    FIELDS SEPARATED BY '|'.
       01  OUT-CLICK-RECORD.
           05  OC-DATE             PIC X(8).
           05  OC-SOURCE           PIC X(20).
           05  OC-DEST             PIC X(220).
