      *    LINE-SEQUENTIAL AUDIO EDITION FILE - FIELDS SEPARATED BY '|'
       FD  AUDIO-FILE.
       01  AUDIO-FILE-LINE         PIC X(160).
