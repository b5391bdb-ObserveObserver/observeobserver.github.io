      *    LINE-SEQUENTIAL GRANTS REGISTER - FIELDS SEPARATED BY '|'
      *    (SEE GRANTREC.CPY).
       FD  GRANT-FILE.
       01  GRANT-FILE-LINE         PIC X(400).
