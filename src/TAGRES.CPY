      *    PARAMETER BLOCK FOR CALL 'TAGRES'. TGR-TAG GOES IN AS A
      *    READER OR A ROW GAVE IT AND COMES BACK AS THE TAG IT NOW
      *    MEANS - FOLLOWED THROUGH data/TAG-REDIRECTS.DAT (RENAMES
      *    AND MERGES) AND THE SYNONYMS IN data/TAGS.DAT. TGR-DISPLAY
      *    AND TGR-DESC ARE THAT TAG'S MASTER ROW (THE TAG ITSELF AND
      *    BLANK IF IT HAS NONE). TGR-HOW SAYS HOW IT GOT THERE.
       01  TAG-RESOLVE.
           05  TGR-TAG             PIC X(30).
           05  TGR-DISPLAY         PIC X(40).
           05  TGR-DESC            PIC X(200).
           05  TGR-HOW             PIC X(1).
               88  TGR-AS-GIVEN                VALUE 'G'.
               88  TGR-BY-REDIRECT             VALUE 'R'.
               88  TGR-BY-SYNONYM              VALUE 'S'.
               88  TGR-UNKNOWN                 VALUE 'U'.
