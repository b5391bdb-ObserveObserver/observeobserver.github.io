      *    LINE-SEQUENTIAL OUTBOUND CLICK LOG - FIELDS '|'
       FD  OUT-CLICK-FILE.
       01  OUT-CLICK-LINE          PIC X(260).
