      *    LINE-SEQUENTIAL CONTENT-WARNING VOCABULARY - FIELDS
      *    SEPARATED BY '|' (SEE CWREC.CPY).
       FD  CW-FILE.
       01  CW-FILE-LINE            PIC X(100).
