      *    LINE-SEQUENTIAL KEYBOARD VALUATION HISTORY - FIELDS '|'
       FD  KB-VALUE-FILE.
       01  KB-VALUE-FILE-LINE      PIC X(140).
