      *    PURCHASE ORDER RECORD - ONE ROW PER ORDER OF ONE PART FROM
      *    ONE SUPPLIER (data/SUPPLIERS.DAT), KEYED BY PO-ID. QTY
      *    RECEIVED GROWS AS PARCELS ARRIVE; PO-STATE IS open,
      *    partial (SOME ARRIVED), received OR cancelled. UNIT PRICE
      *    IS WHAT WAS QUOTED AT ORDER TIME (UNITS.CENTS); THE PRICE
      *    ACTUALLY PAID ON RECEIPT BECOMES THE PART'S UNIT-COST IN
      *    data/KBPARTS.DAT. DATES ARE YYYYMMDD. FIELDS SEPARATED
      *    BY '|'.
       01  PO-RECORD.
           05  PO-ID               PIC X(12).
           05  PO-VENDOR-ID        PIC X(8).
           05  PO-PART-ID          PIC X(10).
           05  PO-QTY-ORDERED      PIC X(6).
           05  PO-QTY-RECEIVED     PIC X(6).
           05  PO-UNIT-PRICE       PIC X(9).
           05  PO-ORDERED          PIC X(8).
           05  PO-EXPECTED         PIC X(8).
           05  PO-STATE            PIC X(10).
               88  PO-OUTSTANDING          VALUE 'open' 'partial'.
