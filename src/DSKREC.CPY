      *    PARAMETER BLOCK FOR CALL 'DISKFCST'. NOTHING GOES IN;
      *    EVERYTHING COMES BACK FROM THE FREE-SPACE READINGS IN
      *    data/DISK-GROWTH.DAT. DSK-FREE-KB AND DSK-TOTAL-KB ARE THE
      *    LATEST READING. DSK-DAILY-KB IS THE TREND OVER THE LAST
      *    28 DAYS - KILOBYTES OF FREE SPACE LOST PER DAY. WHEN FREE
      *    SPACE IS FALLING (DSK-FILLING) DSK-DAYS-LEFT AND
      *    DSK-RUNOUT-DATE SAY WHEN IT REACHES NOTHING AT THAT RATE.
      *    DSK-NO-TREND MEANS FEWER THAN TWO DAYS OF READINGS.
       01  DISK-FORECAST.
           05  DSK-VERDICT         PIC X(1).
               88  DSK-NO-TREND                VALUE 'N'.
               88  DSK-STEADY                  VALUE 'S'.
               88  DSK-FILLING                 VALUE 'F'.
           05  DSK-READINGS        PIC 9(5).
           05  DSK-LAST-DATE       PIC X(8).
           05  DSK-FREE-KB         PIC 9(13).
           05  DSK-TOTAL-KB        PIC 9(13).
           05  DSK-DAILY-KB        PIC 9(11).
           05  DSK-DAYS-LEFT       PIC 9(5).
           05  DSK-RUNOUT-DATE     PIC X(8).
