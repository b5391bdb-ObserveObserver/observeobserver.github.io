           05  AUTHOR-NAME         PIC X(40).
           05  AUTHOR-BIO          PIC X(200).
           05  AUTHOR-LINK         PIC X(80).
      *    WHERE SIGNREQ.COB MAILS CO-AUTHOR SIGN-OFF LINKS. NEVER
      *    SHOWN ON ANY PAGE; BLANK MEANS THE AUTHOR SIGNS OFF BY
      *    HAND (SEE SIGNREC.CPY).
           05  AUTHOR-EMAIL        PIC X(60).
