      *    LINE-SEQUENTIAL FEDIVERSE FOLLOWERS - FIELDS SEPARATED BY
      *    '|'
       FD  AP-FOLLOWER-FILE.
       01  AP-FOLLOWER-FILE-LINE   PIC X(500).
