      *    LINE-SEQUENTIAL SAVED SEARCH ALERTS - FIELDS SEPARATED BY
      *    '|'
       FD  SEARCH-ALERT-FILE.
       01  SEARCH-ALERT-FILE-LINE  PIC X(200).
