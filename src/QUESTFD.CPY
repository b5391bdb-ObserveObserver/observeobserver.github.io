      *    LINE-SEQUENTIAL QUESTION QUEUE - FIELDS SEPARATED BY '|'
      *    (SEE QUESTREC.CPY).
       FD  QUESTION-FILE.
       01  QUESTION-FILE-LINE      PIC X(400).
