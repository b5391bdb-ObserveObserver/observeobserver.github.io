      *    LINE-SEQUENTIAL API KEY FILE - FIELDS SEPARATED BY '|'
       FD  APIKEY-FILE.
       01  APIKEY-FILE-LINE        PIC X(200).
