      *    LICENCE MASTER RECORD - ONE ROW PER LICENCE CODE A STORY
      *    MAY CARRY IN STORY-LICENCE (SEE STORYREC.CPY), IN
      *    data/LICENCES.DAT. LIC-NAME IS WHAT THE READER SEES,
      *    LIC-URL THE DEED IT LINKS TO (BLANK FOR ALL RIGHTS
      *    RESERVED, WHICH HAS NO DEED). FIELDS SEPARATED BY '|'.
       01  LICENCE-RECORD.
           05  LIC-CODE            PIC X(12).
           05  LIC-NAME            PIC X(60).
           05  LIC-URL             PIC X(120).
