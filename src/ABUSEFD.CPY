      *    LINE-SEQUENTIAL ABUSE REPORT QUEUE - FIELDS SEPARATED BY
      *    '|' (SEE ABUSEREC.CPY).
       FD  ABUSE-FILE.
       01  ABUSE-FILE-LINE         PIC X(400).
