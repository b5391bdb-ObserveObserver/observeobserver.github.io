      *    LINE-SEQUENTIAL BILL OF MATERIALS FILE - FIELDS '|'
       FD  BOM-FILE.
       01  BOM-FILE-LINE           PIC X(60).
