      *    ERRATA REPORT RECORD - ONE ROW PER READER "REPORT AN ERROR"
      *    FROM THE FOOT OF A STORY PAGE, IN data/ERRATA-REPORTS.DAT
      *    UNTIL ERRATADESK.COB MARKS IT FIXED, NOT AN ERROR, OR
      *    INTENTIONAL. ERA-QUOTED IS THE TEXT AS THE READER SAW IT,
      *    ERA-FIX WHAT THEY THINK IT SHOULD SAY (MAY BE BLANK). THE
      *    FILING STAMP COMES FIRST SO QUEUEAGE.COB CAN AGE THE
      *    QUEUE. FIELDS SEPARATED BY '|'.
       01  ERRATA-RECORD.
           05  ERA-FILED           PIC X(14).
           05  ERA-STORY-ID        PIC X(8).
           05  ERA-QUOTED          PIC X(200).
           05  ERA-FIX             PIC X(200).
