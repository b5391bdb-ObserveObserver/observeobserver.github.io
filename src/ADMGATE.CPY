      *    PARAMETER BLOCK FOR CALL 'ADMGATE'. AGT-SECRET IS WHAT THE
      *    VISITOR AT AGT-ADDR PRESENTED - THE PASSPHRASE OR A SESSION
      *    TOKEN FROM AN EARLIER LOGIN. AGT-CHANNEL SAYS WHERE: THE
      *    ADMIN PAGE ('A') TAKES EITHER, AND A PASSPHRASE THERE
      *    ISSUES A NEW TOKEN IN AGT-TOKEN; THE PREVIEW KEY ('P')
      *    TAKES A LIVE TOKEN ONLY, SO THE PASSPHRASE NEVER HAS TO GO
      *    IN A URL. AGT-VERDICT COMES BACK GRANTED (AGT-TOKEN IS THE
      *    TOKEN TO CARRY FORWARD), REFUSED, EXPIRED (A TOKEN THAT
      *    WAS GOOD ONCE), OR LOCKED (TOO MANY FAILURES FROM THE
      *    ADDRESS). A BLANK AGT-SECRET IS NOT AN ATTEMPT - REFUSED,
      *    NOT LOGGED.
       01  ADMIN-GATE.
           05  AGT-CHANNEL         PIC X(1).
               88  AGT-ADMIN                   VALUE 'A'.
               88  AGT-PREVIEW                 VALUE 'P'.
           05  AGT-ADDR            PIC X(40).
           05  AGT-SECRET          PIC X(60).
           05  AGT-TOKEN           PIC X(40).
           05  AGT-VERDICT         PIC X(1).
               88  AGT-GRANTED                 VALUE 'G'.
               88  AGT-REFUSED                 VALUE 'R'.
               88  AGT-EXPIRED                 VALUE 'E'.
               88  AGT-LOCKED                  VALUE 'L'.
