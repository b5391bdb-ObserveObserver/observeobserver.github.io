      *    LINE-SEQUENTIAL HOBBY LEDGER - FIELDS SEPARATED BY '|'
       FD  LEDGER-FILE.
       01  LEDGER-FILE-LINE        PIC X(160).
