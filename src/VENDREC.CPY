      *    SUPPLIER MASTER RECORD - ONE ROW PER SHOP THE PARTS BIN IS
      *    STOCKED FROM, KEYED BY VND-ID (THE SHORT CODE PURCHASE
      *    ORDERS IN data/KBPO.DAT CARRY): NAME, SHOP URL, HOW TO
      *    REACH THEM, AND THE USUAL DAYS FROM ORDER TO DOOR, WHICH
      *    KBPO.COB OFFERS AS THE EXPECTED DATE. FIELDS SEPARATED
      *    BY '|'.
       01  VENDOR-RECORD.
           05  VND-ID              PIC X(8).
           05  VND-NAME            PIC X(40).
           05  VND-URL             PIC X(80).
           05  VND-CONTACT         PIC X(60).
           05  VND-LEAD-DAYS       PIC X(3).
