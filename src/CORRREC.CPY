      *    CORRECTION RECORD - ONE ROW PER ERRATA REPORT THE OWNER
      *    MARKED FIXED AT ERRATADESK.COB, IN data/CORRECTIONS.DAT.
      *    STORY.CBL LISTS A STORY'S ROWS, OLDEST FIRST, AS THE DATED
      *    "corrections" LIST AT THE FOOT OF THE PAGE. COR-DATE IS
      *    THE DAY IT WAS FIXED, NOT THE DAY IT WAS REPORTED.
      *    FIELDS SEPARATED BY '|'.
       01  CORRECTION-RECORD.
           05  COR-STORY-ID        PIC X(8).
           05  COR-DATE            PIC X(8).
           05  COR-QUOTED          PIC X(200).
           05  COR-FIX             PIC X(200).
