      *    LINE-SEQUENTIAL PUBLISHED ANSWERS - FIELDS SEPARATED BY '|'
      *    (SEE ANSWREC.CPY).
       FD  ANSWER-FILE.
       01  ANSWER-FILE-LINE        PIC X(1000).
