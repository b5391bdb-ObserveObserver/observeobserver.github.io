      *    LINE-SEQUENTIAL NEWSLETTER ISSUE FILE - FIELDS SEPARATED BY
      *    '|'
       FD  ISSUE-FILE.
       01  ISSUE-FILE-LINE         PIC X(200).
