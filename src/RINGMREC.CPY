      *    BELONG TO). RM-STATUS IS 'A' WHILE THE SITE ANSWERS AND 'D'
      *    ONCE RINGCHK.COB FINDS IT GONE; ONLY 'A' MEMBERS ROTATE
      *    THROUGH RINGHOP.COB. RM-VERIFIED IS THE LAST DATE THE URL
      *    ANSWERED A CHECK. A MEMBER WHO LEAVES THROUGH THE MEMBER
      *    PAGE ON RINGJOIN.COB IS KEPT AS 'L' RATHER THAN DELETED, SO
      *    THE ROW COUNT APPROVERG.COB NUMBERS NEW IDS FROM NEVER
      *    GOES BACKWARDS. RM-CONTACT IS THE ADDRESS GIVEN ON THE
      *    APPLICATION AND RM-TOKEN THE PRIVATE MANAGEMENT TOKEN
      *    MAILED TO IT ON ADMISSION - BOTH BLANK ON ROWS THAT
      *    PREDATE THE MEMBER PAGE. FIELDS SEPARATED BY '|'.
       01  RING-MEMBER-RECORD.
           05  RM-ID               PIC X(8).
           05  RM-NAME             PIC X(40).
           05  RM-JOINED           PIC X(8).
           05  RM-VERIFIED         PIC X(8).
           05  RM-STATUS           PIC X(1).
           05  RM-CONTACT          PIC X(60).
           05  RM-TOKEN            PIC X(12).
