      *    AUDIO EDITION RECORD - ONE ROW PER STORY THAT HAS BEEN READ
      *    ALOUD. THE RECORDING LIVES UNDER f/audio/ AND IS NAMED BY
      *    ITS SITE-RELATIVE PATH; THE BYTE COUNT IS THE ENCLOSURE
      *    LENGTH PODCAST.COB ADVERTISES, SO UPDATE IT WHEN THE FILE
      *    IS RE-ENCODED. THE NARRATOR IS AN AUTHOR-ID FROM
      *    data/AUTHORS.DAT. THE STORY'S OWN BODY TEXT IS THE
      *    TRANSCRIPT; THE STATUS SAYS HOW FAR IT CAN BE TRUSTED AS
      *    ONE:
      *        verbatim - READ EXACTLY AS WRITTEN
      *        adapted  - THE READING DEPARTS FROM THE TEXT IN PLACES
      *        pending  - NOT CHECKED AGAINST THE RECORDING YET
      *    FIELDS SEPARATED BY '|'.
       01  AUDIO-RECORD.
           05  AUD-STORY-ID        PIC X(8).
           05  AUD-FILE            PIC X(80).
           05  AUD-BYTES           PIC X(12).
           05  AUD-DURATION        PIC X(8).
           05  AUD-NARRATOR        PIC X(8).
           05  AUD-TRANSCRIPT      PIC X(10).
           05  AUD-RECORDED        PIC X(8).
