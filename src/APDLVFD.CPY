      *    LINE-SEQUENTIAL FEDIVERSE DELIVERY QUEUE - FIELDS SEPARATED
      *    BY '|'
       FD  AP-DELIVERY-FILE.
       01  AP-DELIVERY-FILE-LINE   PIC X(600).
