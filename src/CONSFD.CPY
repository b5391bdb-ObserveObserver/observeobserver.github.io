      *    LINE-SEQUENTIAL CONSENT REGISTER - FIELDS SEPARATED BY '|'
       FD  CONSENT-FILE.
       01  CONSENT-FILE-LINE       PIC X(120).
