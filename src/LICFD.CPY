      *    LINE-SEQUENTIAL LICENCE MASTER - FIELDS SEPARATED BY '|'
      *    (SEE LICREC.CPY).
       FD  LICENCE-FILE.
       01  LICENCE-FILE-LINE       PIC X(200).
