           05  SUBSCRIBER-FREQ     PIC X(1).
           05  SUBSCRIBER-STATE    PIC X(1).
           05  SUBSCRIBER-TOKEN    PIC X(16).
      *    SUBSCRIBER-LANG IS THE READER'S LANGUAGE AT SIGNUP - THE
      *    sitelang COOKIE OR ACCEPT-LANGUAGE, AS SITELANG.CPY READS
      *    THEM - AND PICKS THE data/MAILTEXT-<lang>.DAT WORDING AND
      *    THE STORY VARIANT EVERY MAIL TO THEM USES. OLDER ROWS
      *    WITHOUT THE FIELD PARSE AS BLANK AND GET ENGLISH.
           05  SUBSCRIBER-LANG     PIC X(2).
