      *    LINE-SEQUENTIAL SUBSCRIBER EVENT LOG - FIELDS SEPARATED BY
      *    '|'
       FD  SUBSCRIBER-EVENT-FILE.
       01  SUBSCRIBER-EVENT-LINE   PIC X(100).
