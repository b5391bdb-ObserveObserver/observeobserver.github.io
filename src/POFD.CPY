      *    LINE-SEQUENTIAL PURCHASE ORDER FILE - FIELDS SEPARATED BY
      *    '|'. data/KBPO.DAT.
       FD  PO-FILE.
       01  PO-FILE-LINE            PIC X(120).
