      *    TAG MASTER RECORD - ONE ROW PER TAG IN data/TAGS.DAT. THE
      *    TAG ITSELF IS WHAT STORY-TAGS AND IMG-TAGS CARRY AND WHAT
      *    ?tag= NAMES; THE DISPLAY NAME AND DESCRIPTION HEAD ITS
      *    SECTION ON TAGINDEX.COB. SYNONYMS IS A COMMA LIST (NO
      *    SPACES) OF OTHER SPELLINGS THAT RESOLVE TO THIS TAG IN A
      *    URL (TAGRES.CBL) AND THAT TAGFIX.COB REPORTS ON A ROW.
      *    FIELDS SEPARATED BY '|'.
       01  TAG-RECORD.
           05  TAG-NAME            PIC X(20).
           05  TAG-DISPLAY         PIC X(40).
           05  TAG-DESC            PIC X(200).
           05  TAG-SYNONYMS        PIC X(100).
