      *    LINE-SEQUENTIAL CORRECTIONS LOG - FIELDS SEPARATED BY '|'
      *    (SEE CORRREC.CPY).
       FD  CORRECTION-FILE.
       01  CORRECTION-FILE-LINE    PIC X(500).
