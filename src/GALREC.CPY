      *    GALLERY RECORD - ONE ROW PER PUBLISHED IMAGE, NEWEST FIRST
      *    LIKE data/STORY.DAT. THE FILE LIVES UNDER f/g/ AND THE ALT
      *    TEXT IS MANDATORY - check_alt_text.sh HAS OPINIONS.
      *    IMG-VARIANTS IS Y ON A ROW LANDED BY GALINTAKE.COB: THE
      *    FILE WAS STRIPPED OF ITS EMBEDDED METADATA AND HAS A
      *    <STEM>@2x.<EXT> TWIN BESIDE IT FOR THE SRCSET (IMGSET.CPY).
      *    BLANK ON THE HAND-ENTERED ROWS THAT PREDATE THE JOB.
      *    FIELDS SEPARATED BY '|'.
       01  GALLERY-RECORD.
           05  IMG-ID              PIC X(8).
           05  IMG-ALT             PIC X(120).
           05  IMG-DATE            PIC X(8).
           05  IMG-TAGS            PIC X(60).
           05  IMG-VARIANTS        PIC X(1).
               88  IMG-HAS-2X              VALUE 'Y'.
