      *    LINE-SEQUENTIAL SUPPORTER LEDGER - FIELDS SEPARATED BY '|'
      *    (SEE TIPREC.CPY).
       FD  TIP-FILE.
       01  TIP-FILE-LINE           PIC X(200).
