      *    LINE-SEQUENTIAL KEYBOARD REFERENCE MASTER - FIELDS '|'
       FD  KB-REF-FILE.
       01  KB-REF-FILE-LINE        PIC X(240).
