      *    KEYED COPY OF A PER-STORY SIDE FILE (COMMENTS, REACTIONS,
      *    WEBMENTIONS, CROSSLINKS) - SEE SIDEIO.CBL. THE KEY IS THE
      *    STORY THE ROW BELONGS TO PLUS A SEQUENCE THAT KEEPS THE
      *    ROWS IN THE ORDER THE PIPE-DELIMITED FILE HAS THEM; THE
      *    RECORD CARRIES THE RAW LINE SO EVERY READER KEEPS ITS
      *    EXISTING UNSTRING, AS STORYIXFD.CPY DOES FOR THE MASTER.
       FD  SIDE-IX-FILE.
       01  SIDE-IX-RECORD.
           05  SX-KEY.
               10  SX-STORY        PIC X(8).
               10  SX-SEQ          PIC 9(6).
           05  SX-LINE             PIC X(480).
