      *    KEYBOARD VALUATION RECORD - ONE ROW PER DATED VALUE PUT ON
      *    A BOARD, KEYED BY KB-ID: WHAT IT COST ('purchase'), WHAT
      *    IT WAS LATER JUDGED WORTH ('appraisal'), AND WHAT IT WAS
      *    AGREED TO BE WORTH WHEN IT LEFT IN A SWAP ('trade',
      *    WRITTEN BY TRADELIFE.COB). THE NEWEST ROW FOR A BOARD IS
      *    ITS CURRENT REPLACEMENT VALUE. AMOUNTS ARE UNITS.CENTS
      *    LIKE KBM-COST. FIELDS SEPARATED BY '|'.
       01  KB-VALUE-RECORD.
           05  KBV-KB-ID           PIC X(8).
           05  KBV-DATE            PIC X(8).
           05  KBV-KIND            PIC X(10).
           05  KBV-AMOUNT          PIC X(9).
           05  KBV-NOTE            PIC X(80).
