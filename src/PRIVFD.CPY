      *    LINE-SEQUENTIAL PRIVACY NOTICE VERSIONS - FIELDS SEPARATED
      *    BY '|'
       FD  PRIVACY-FILE.
       01  PRIVACY-FILE-LINE       PIC X(200).
