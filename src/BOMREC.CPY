      *    BILL OF MATERIALS LINE - ONE ROW PER PART RESERVED OUT OF
      *    data/KBPARTS.DAT FOR A BUILD PROJECT (BUILDREC.CPY). A
      *    'reserved' LINE IS STILL IN THE DRAWER BUT SPOKEN FOR;
      *    FINISHING THE PROJECT TURNS IT 'used' AND DRAWS THE STOCK
      *    DOWN; A LINE TAKEN BACK OR AN ABANDONED PROJECT LEAVES IT
      *    'released'. THE UNIT COST IS THE BIN'S AT THE TIME OF
      *    RESERVING. FIELDS SEPARATED BY '|'.
       01  BOM-RECORD.
           05  BOM-BUILD-ID        PIC X(8).
           05  BOM-PART-ID         PIC X(10).
           05  BOM-QTY             PIC X(6).
           05  BOM-UNIT-COST       PIC X(9).
           05  BOM-STATE           PIC X(10).
               88  BOM-RESERVED                 VALUE 'reserved'.
