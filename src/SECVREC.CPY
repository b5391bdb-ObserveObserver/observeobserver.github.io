      *    SECTION VIEW RECORD - ONE ROW PER SECTION OF A BRANCHING
      *    STORY A READER OPENS. SV-FROM IS THE SECTION WHOSE CHOICE
      *    LINK BROUGHT THEM THERE, BLANK FOR A PLAIN LINK OR A
      *    TYPED-IN URL. FIELDS SEPARATED BY '|'.
       01  SECTION-VIEW-RECORD.
           05  SV-STORY-ID         PIC X(8).
           05  SV-SECTION          PIC X(20).
           05  SV-FROM             PIC X(20).
           05  SV-DATE             PIC X(8).
