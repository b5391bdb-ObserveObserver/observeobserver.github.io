      *    LINE-SEQUENTIAL SUPPLIER MASTER - FIELDS SEPARATED BY '|'
       FD  VENDOR-FILE.
       01  VENDOR-FILE-LINE        PIC X(200).
