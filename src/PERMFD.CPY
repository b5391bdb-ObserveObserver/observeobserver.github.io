      *    LINE-SEQUENTIAL PERMISSION REQUEST QUEUE - FIELDS SEPARATED
      *    BY '|' (SEE PERMREC.CPY).
       FD  PERMISSION-FILE.
       01  PERMISSION-FILE-LINE    PIC X(500).
