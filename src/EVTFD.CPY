      *    LINE-SEQUENTIAL EVENTS MASTER - FIELDS SEPARATED BY '|'
      *    (SEE EVTREC.CPY).
       FD  EVENT-FILE.
       01  EVENT-FILE-LINE         PIC X(500).
