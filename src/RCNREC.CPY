      *    RE-CONSENT REQUEST RECORD - ONE ROW OF data/RECONSENT.DAT
      *    PER ADDRESS RECONSENT.COB HAS ASKED TO AGREE TO A NEWER
      *    PRIVACY NOTICE. RCN-TOKEN RIDES IN THE MAILED LINK
      *    (privacy?a=<TOKEN>) AND IS ALL PRIVACY.COB NEEDS TO FIND
      *    THE ROW AGAIN - THE ADDRESS NEVER APPEARS IN A URL.
      *    RCN-STATE IS 'q' WHILE THE REQUEST IS OUTSTANDING AND 'a'
      *    ONCE THE READER AGREED (THE AGREEMENT ITSELF GOES ON THE
      *    CONSENT REGISTER AS PURPOSE reconsent); RCN-DATE IS WHEN
      *    THE ROW LAST CHANGED. FIELDS SEPARATED BY '|' -
      *    VERSION|ADDRESS|TOKEN|STATE|DATE.
       01  RECONSENT-RECORD.
           05  RCN-VERSION         PIC 9(4).
           05  RCN-ADDRESS         PIC X(80).
           05  RCN-TOKEN           PIC X(16).
           05  RCN-STATE           PIC X(1).
               88  RCN-ASKED                   VALUE 'q'.
               88  RCN-AGREED                  VALUE 'a'.
           05  RCN-DATE            PIC X(8).
