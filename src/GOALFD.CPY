      *    LINE-SEQUENTIAL WRITING GOALS - FIELDS SEPARATED BY '|'
      *    (SEE GOALREC.CPY).
       FD  GOAL-FILE.
       01  GOAL-FILE-LINE      PIC X(40).
