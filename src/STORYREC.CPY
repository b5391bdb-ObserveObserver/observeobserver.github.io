      *    BLANK WHERE NOBODY REMEMBERS OR THE BOARD PREDATES THE
      *    COLLECTION.
           05  STORY-KEYBOARD       PIC X(8).
      *    LICENCE CODE FROM data/LICENCES.DAT - BLANK MEANS THE SITE
      *    DEFAULT IN SITECFG.CPY. SHOWN ON THE PAGE, IN THE JSON-LD,
      *    AND ON THE ANTHOLOGY TITLE PAGE.
           05  STORY-LICENCE        PIC X(12).
      *    CONTENT-WARNING CATEGORY CODES FROM data/CW-CATEGORIES.DAT,
      *    COMMA-SEPARATED LIKE STORY-TAGS - THE CONTROLLED-VOCABULARY
      *    TWIN OF THE FREE-TEXT STORY-WARNING. READERS FILTER
      *    LISTINGS AND FEEDS ON THESE (CWCHK.CBL); THE WARNING BOX
      *    ON THE STORY ITSELF STILL SHOWS STORY-WARNING.
           05  STORY-CW-CATS        PIC X(60).
