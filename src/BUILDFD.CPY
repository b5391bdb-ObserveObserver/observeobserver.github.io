      *    LINE-SEQUENTIAL BUILD PROJECT FILE - FIELDS SEPARATED BY '|'
       FD  BUILD-FILE.
       01  BUILD-FILE-LINE         PIC X(120).
