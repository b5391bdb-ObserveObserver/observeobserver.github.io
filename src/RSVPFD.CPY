      *    LINE-SEQUENTIAL RSVP FILE - FIELDS SEPARATED BY '|'
      *    (SEE RSVPREC.CPY).
       FD  RSVP-FILE.
       01  RSVP-FILE-LINE          PIC X(200).
