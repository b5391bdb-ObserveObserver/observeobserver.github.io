      *    LINE-SEQUENTIAL KEYBOARD LOAN FILE - FIELDS SEPARATED BY
      *    '|'. USED BOTH FOR data/LOAN-PENDING.DAT (UNMODERATED
      *    REQUESTS) AND data/LOANS.DAT (THE LOAN BOOK).
       FD  LOAN-FILE.
       01  LOAN-FILE-LINE           PIC X(400).
