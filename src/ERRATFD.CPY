      *    LINE-SEQUENTIAL ERRATA REPORT QUEUE - FIELDS SEPARATED BY
      *    '|' (SEE ERRATREC.CPY).
       FD  ERRATA-FILE.
       01  ERRATA-FILE-LINE        PIC X(500).
