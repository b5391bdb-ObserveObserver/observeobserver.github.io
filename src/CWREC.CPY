      *    CONTENT-WARNING CATEGORY - ONE ROW PER CODE IN THE
      *    CONTROLLED VOCABULARY, IN data/CW-CATEGORIES.DAT. A STORY
      *    NAMES ITS CATEGORIES BY CODE IN STORY-CW-CATS (SEE
      *    STORYREC.CPY); A READER EXCLUDES THEM BY CODE IN THE
      *    cwhide COOKIE (CWPREFS.COB). CW-LABEL IS WHAT THE READER
      *    SEES. FIELDS SEPARATED BY '|'.
       01  CW-RECORD.
           05  CW-CODE             PIC X(12).
           05  CW-LABEL            PIC X(60).
