      *    LINE-SEQUENTIAL RING HOP LOG - FIELDS '|'
       FD  RING-HOP-FILE.
       01  RING-HOP-LINE           PIC X(60).
