      *    PRIVATE: NO RENDERING PROGRAM EVER PARSES PAST
      *    COMMENT-PARENT, SO THE ADDRESS NEVER REACHES A PAGE.
           05  COMMENT-NOTIFY      PIC X(60).
      *    COMMENT-ORIGIN IS 'H' ON A HISTORICAL COMMENT BROUGHT OVER
      *    FROM THE PRE-COBOL SITE BY OLDIMPORT.COB. SUCH A ROW NEVER
      *    WENT THROUGH MODERATION, CARRIES NO TOKEN AND NO NOTIFY
      *    ADDRESS, NEVER FEEDS THE TRUSTED-SUBMITTER LEDGER
      *    (REPUTE.CBL) AND NEVER GETS A REPLY NOTICE SENT ON ITS
      *    BEHALF. BLANK ON EVERYTHING POSTED HERE.
           05  COMMENT-ORIGIN      PIC X(1).
               88  COMMENT-HISTORICAL      VALUE 'H'.
