      *    LINE-SEQUENTIAL CO-AUTHOR SIGN-OFF FILE - FIELDS SEPARATED
      *    BY '|' (SEE SIGNREC.CPY).
       FD  SIGNOFF-FILE.
       01  SIGNOFF-FILE-LINE       PIC X(100).
