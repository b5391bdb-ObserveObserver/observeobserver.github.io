      *    EVENT RECORD - ONE ROW PER READING, SWAP MEET OR STREAM IN
      *    THE HAND-KEPT data/EVENTS.DAT, WHICH DRIVES EVENTS.COB
      *    (THE PAGE AND ITS RSVP FORM), EVENTICS.COB (THE .ics
      *    FEED), EVTREMIND.COB (THE DAY-BEFORE REMINDER) AND THE
      *    EVENT DAYS ON CALENDAR.COB. EVT-ID IS 'EV' AND A NUMBER
      *    AND IS ALSO THE ANCHOR ON THE PAGE. EVT-DATE IS YYYYMMDD;
      *    EVT-TIME IS THE START AS HHMM IN UTC, BLANK FOR AN
      *    ALL-DAY EVENT; EVT-MINUTES IS HOW LONG IT RUNS, BLANK
      *    MEANING AN HOUR. EVT-PLACE IS AN ADDRESS OR, FOR AN
      *    ONLINE EVENT, THE URL. EVT-CAPACITY CAPS THE RSVPS, BLANK
      *    OR ZERO FOR NO CAP. FIELDS SEPARATED BY '|'.
       01  EVENT-RECORD.
           05  EVT-ID              PIC X(8).
           05  EVT-DATE            PIC X(8).
           05  EVT-TIME            PIC X(4).
           05  EVT-MINUTES         PIC X(3).
           05  EVT-TITLE           PIC X(60).
           05  EVT-PLACE           PIC X(80).
           05  EVT-CAPACITY        PIC X(4).
           05  EVT-DESC            PIC X(300).
