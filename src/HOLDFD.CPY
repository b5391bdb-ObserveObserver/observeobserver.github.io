       FD  HOLD-FILE.
       01  HOLD-FILE-LINE      PIC X(240).
