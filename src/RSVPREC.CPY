      *    RSVP RECORD - ONE ROW PER READER COMING TO AN EVENT, FROM
      *    THE FORM ON EVENTS.COB, IN data/RSVPS.DAT. ONE ROW HOLDS
      *    ONE PLACE AGAINST THE EVENT'S CAP, AND AN ADDRESS RSVPS
      *    TO AN EVENT ONLY ONCE. RSV-EMAIL IS WHERE THE REMINDER
      *    GOES AND IS NEVER PUBLISHED; RSV-REMINDED IS THE DAY
      *    EVTREMIND.COB QUEUED THAT REMINDER, BLANK UNTIL THEN.
      *    FIELDS SEPARATED BY '|'.
       01  RSVP-RECORD.
           05  RSV-EVENT-ID        PIC X(8).
           05  RSV-FILED           PIC X(14).
           05  RSV-NAME            PIC X(40).
           05  RSV-EMAIL           PIC X(60).
           05  RSV-REMINDED        PIC X(8).
