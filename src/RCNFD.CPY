      *    LINE-SEQUENTIAL RE-CONSENT REQUESTS - FIELDS SEPARATED BY
      *    '|'
       FD  RECONSENT-FILE.
       01  RECONSENT-FILE-LINE     PIC X(140).
