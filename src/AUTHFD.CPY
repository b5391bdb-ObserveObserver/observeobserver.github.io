      *    LINE-SEQUENTIAL AUTHOR FILE - FIELDS SEPARATED BY '|'
       FD  AUTHOR-FILE.
       01  AUTHOR-FILE-LINE        PIC X(400).
