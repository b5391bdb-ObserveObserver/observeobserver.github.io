      *    GUESTBOOK MASTER RECORD - ONE ROW PER VISITOR SUBMISSION.
      *    GUEST-ORIGIN IS 'H' ON A HISTORICAL ENTRY BROUGHT OVER FROM
      *    THE PRE-COBOL SITE BY OLDIMPORT.COB, BLANK ON EVERYTHING
      *    SIGNED HERE; OLDER ROWS STOP AT GUEST-DATE.
       01  GUEST-RECORD.
           05  GUEST-NAME          PIC X(40).
           05  GUEST-MESSAGE       PIC X(300).
           05  GUEST-DATE          PIC X(8).
           05  GUEST-ORIGIN        PIC X(1).
               88  GUEST-HISTORICAL        VALUE 'H'.
