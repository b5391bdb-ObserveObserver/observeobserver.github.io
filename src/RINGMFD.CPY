      *    LINE-SEQUENTIAL HOSTED-RING MEMBER FILE - FIELDS '|'
       FD  RING-MEMBER-FILE.
       01  RING-MEMBER-LINE        PIC X(300).
