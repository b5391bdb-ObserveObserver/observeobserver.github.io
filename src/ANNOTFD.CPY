      *    LINE-SEQUENTIAL COMMENTARY FILE - SEE ANNOTREC.CPY
       FD  ANNOTATION-FILE.
       01  ANNOTATION-FILE-LINE    PIC X(600).
