      *    ASK-THE-AUTHOR QUESTION RECORD - ONE ROW PER QUESTION FROM
      *    THE ASK.COB FORM, IN data/QUESTIONS-PENDING.DAT UNTIL
      *    ASKDESK.COB ANSWERS OR DECLINES IT. QST-STORY-ID IS THE
      *    STORY THE QUESTION IS ABOUT, BLANK FOR A GENERAL ONE;
      *    QST-EMAIL IS WHERE TO SEND WORD WHEN THE ANSWER GOES UP,
      *    BLANK IF THE ASKER LEFT NONE, AND IS NEVER PUBLISHED. THE
      *    FILING STAMP COMES FIRST SO QUEUEAGE.COB CAN AGE THE
      *    QUEUE. FIELDS SEPARATED BY '|'.
       01  QUESTION-RECORD.
           05  QST-FILED           PIC X(14).
           05  QST-STORY-ID        PIC X(8).
           05  QST-EMAIL           PIC X(60).
           05  QST-QUESTION        PIC X(300).
