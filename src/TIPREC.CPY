      *    SUPPORTER LEDGER RECORD - ONE LINE OF data/TIPS.DAT PER
      *    TIP RECEIVED THROUGH THE TIP SERVICE, WRITTEN BY
      *    TIPLOAD.COB FROM THE SERVICE'S DROP FILE. TIP-REF IS THE
      *    SERVICE'S OWN TRANSACTION ID, SO A RE-EXPORTED OR
      *    RE-DELIVERED TIP IS NEVER LOADED TWICE. TIP-TOKEN IS THE
      *    SUPPORTER'S EARLY-READING TOKEN, ONE PER MAIL ADDRESS AND
      *    REPEATED ON EVERY ROW FOR IT; TIPCHK.CBL DECIDES WHETHER
      *    IT IS STILL CURRENT. FIELDS SEPARATED BY '|'.
       01  TIP-RECORD.
           05  TIP-REF             PIC X(24).
           05  TIP-DATE            PIC X(8).
           05  TIP-NAME            PIC X(40).
           05  TIP-EMAIL           PIC X(60).
      *    HOW THE SUPPORTER WANTS TO APPEAR ON SUPPORTERS.COB - THE
      *    PAGE IS OPT-IN, SO ANYTHING BUT Y OR A KEEPS THEM OFF IT.
           05  TIP-SHOW            PIC X(1).
               88  TIP-SHOW-NAME               VALUE 'Y'.
               88  TIP-SHOW-ANONYMOUS          VALUE 'A'.
               88  TIP-UNLISTED                VALUE 'N'.
      *    UNITS.CENTS, THE SAME SHAPE AS LDG-AMOUNT IN LEDGREC.CPY.
           05  TIP-AMOUNT          PIC X(10).
           05  TIP-TOKEN           PIC X(16).
