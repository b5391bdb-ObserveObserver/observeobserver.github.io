      *    TRANSLATION REGISTER RECORD - ONE LINE OF
      *    data/TRANSLATIONS.DAT PER STORY AND TARGET LANGUAGE, KEPT
      *    BY HAND LIKE data/ANNOTATIONS.DAT. FIELDS SEPARATED BY
      *    '|'. A ROW WITH A TRANSLATOR BUT NO VARIANT ID IS A
      *    VOLUNTEER AT WORK; ONCE THE TRANSLATION IS PUBLISHED, FILL
      *    IN TRN-VARIANT-ID (THE STORY.DAT ID OF THE TRANSLATED
      *    STORY) AND LEAVE TRN-MADE AND TRN-SOURCE-SUM BLANK -
      *    TRANSCOV.COB STAMPS THEM WITH TODAY'S DATE AND THE SOURCE
      *    BODY'S CHECKSUM ON ITS NEXT RUN. WHEN THE SOURCE BODY NO
      *    LONGER MATCHES THAT SUM, TRANSCOV SETS TRN-STATE TO
      *    'stale' AND STORY.CBL MARKS THE VARIANT AS TRANSLATED
      *    FROM AN EARLIER VERSION. BLANK THE SUM AGAIN ONCE THE
      *    TRANSLATION HAS CAUGHT UP.
       01  TRANSLATION-RECORD.
           05  TRN-SOURCE-ID       PIC X(8).
           05  TRN-LANG            PIC X(5).
           05  TRN-TRANSLATOR      PIC X(40).
           05  TRN-VARIANT-ID      PIC X(8).
           05  TRN-MADE            PIC X(8).
           05  TRN-SOURCE-SUM      PIC X(9).
           05  TRN-STATE           PIC X(8).
               88  TRN-ASSIGNED                VALUE 'assigned'.
               88  TRN-CURRENT                 VALUE 'current'.
               88  TRN-STALE                   VALUE 'stale'.
