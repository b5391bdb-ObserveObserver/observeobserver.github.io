      *    LINE-SEQUENTIAL WRITING LOG - FIELDS SEPARATED BY '|'
      *    (SEE WLOGREC.CPY).
       FD  WRITING-LOG-FILE.
       01  WRITING-LOG-FILE-LINE   PIC X(80).
