      *    LINE-SEQUENTIAL CAMPAIGN HIT ARCHIVE - FIELDS '|'
       FD  HIT-CAMP-FILE.
       01  HIT-CAMP-FILE-LINE      PIC X(60).
