      *    PARAMETER BLOCK FOR CALL 'SITEHOST' - THE SITE BEING
      *    SERVED, ONE ROW OF THE SITE MASTER data/SITES.DAT. WITH
      *    SITE-RESOLVE SET, A BLANK SITE-HOST ASKS FOR THE SITE THIS
      *    RUN IS SERVING (HTTP_HOST ON A PAGE, THE PRIMARY IN BATCH)
      *    AND A NAMED ONE PICKS THAT SITE FOR THE REST OF THE RUN;
      *    THE ROW COMES BACK IN THE FIELDS BELOW IT. SITE-PRIMARY IS
      *    THE MASTER'S FIRST ROW, SITE-OTHER ANY LATER ONE,
      *    SITE-UNKNOWN A NAMED HOST THE MASTER DOES NOT LIST (THE
      *    PRIMARY'S VALUES COME BACK WITH IT). SITE-DIR IS WHERE THE
      *    SITE'S OWN COPY OF A GENERATED FILE GOES, UNDER f/ OR
      *    gemini/ - SPACES FOR THE PRIMARY, WHOSE FILES KEEP THEIR
      *    OLD PATHS, ELSE "<HOST>/". WITH SITE-MEMBER-CHECK SET,
      *    SITE-STORY-AUTHORS (A STORY-AUTHORS COLUMN) GOES IN AND
      *    SITE-MEMBER SAYS WHETHER THE STORY BELONGS ON THE SITE
      *    ALREADY IN THE BLOCK. SITE-ACTION IS BACK TO 'R' AFTER
      *    EVERY CALL. THE VALUES ARE THE PRIMARY SITE, WHAT EVERY
      *    PROGRAM HAD COMPILED IN BEFORE THERE WAS A MASTER.
       01  SITE-ENTRY.
           05  SITE-ACTION         PIC X(1)    VALUE 'R'.
               88  SITE-RESOLVE                VALUE 'R'.
               88  SITE-MEMBER-CHECK           VALUE 'M'.
           05  SITE-HOST           PIC X(60)   VALUE SPACES.
           05  SITE-KIND           PIC X(1)    VALUE 'P'.
               88  SITE-PRIMARY                VALUE 'P'.
               88  SITE-OTHER                  VALUE 'S'.
               88  SITE-UNKNOWN                VALUE 'U'.
           05  WS-BASE-URL         PIC X(40)
                                   VALUE 'https://observe.observer/'.
           05  SITE-TITLE          PIC X(40)
                                   VALUE '*observe.observer'.
           05  SITE-AUTHORS        PIC X(30)   VALUE SPACES.
           05  SITE-THEME          PIC X(60)   VALUE SPACES.
           05  SITE-FEED-TITLE     PIC X(60)
                                   VALUE '*observe.observer'.
           05  SITE-DIR            PIC X(61)   VALUE SPACES.
           05  SITE-STORY-AUTHORS  PIC X(30)   VALUE SPACES.
           05  SITE-MEMBER-FLAG    PIC X(1)    VALUE 'Y'.
               88  SITE-MEMBER                 VALUE 'Y'.
