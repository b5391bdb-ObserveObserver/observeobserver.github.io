      *    LINE-SEQUENTIAL TRANSLATION REGISTER - FIELDS SEPARATED BY
      *    '|' (SEE TRANSREC.CPY).
       FD  TRANSLATION-FILE.
       01  TRANSLATION-FILE-LINE   PIC X(120).
