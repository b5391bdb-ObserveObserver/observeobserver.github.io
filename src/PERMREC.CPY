      *    PERMISSION REQUEST RECORD - ONE ROW PER REPRINT OR
      *    TRANSLATION REQUEST FROM PERMIT.COB, IN
      *    data/PERMISSION-REQUESTS.DAT UNTIL RIGHTSDESK.COB GRANTS
      *    OR DECLINES IT. PRQ-USE IS reprint, translation, audio OR
      *    other; PRQ-LANG IS THE TARGET LANGUAGE OF A TRANSLATION.
      *    PRQ-FROM/PRQ-UNTIL ARE THE DATES ASKED FOR (YYYYMMDD, EITHER
      *    MAY BE BLANK). THE FILING STAMP COMES FIRST SO QUEUEAGE.COB
      *    CAN AGE THE QUEUE. FIELDS SEPARATED BY '|'.
       01  PERMISSION-RECORD.
           05  PRQ-FILED           PIC X(14).
           05  PRQ-STORY-ID        PIC X(8).
           05  PRQ-NAME            PIC X(40).
           05  PRQ-CONTACT         PIC X(60).
           05  PRQ-USE             PIC X(12).
           05  PRQ-LANG            PIC X(5).
           05  PRQ-FROM            PIC X(8).
           05  PRQ-UNTIL           PIC X(8).
           05  PRQ-DETAILS         PIC X(300).
