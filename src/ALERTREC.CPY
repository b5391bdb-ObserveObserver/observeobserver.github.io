      *    SAVED SEARCH ALERT RECORD - ONE ROW PER QUERY A CONFIRMED
      *    SUBSCRIBER ASKED TO HEAR ABOUT FROM THE SEARCH RESULTS
      *    PAGE (SRCHALERT.COB). ALERT-STATE IS 'P' UNTIL THE ONE-TIME
      *    LINK CONFIRM.COB HONOURS IS FOLLOWED, THEN 'A'.
      *    ALERT-TOKEN (AN 'a' CODE, SO IT NEVER COLLIDES WITH A
      *    SUBSCRIBER'S 's' CODE) IS BEHIND BOTH THAT CONFIRMATION
      *    LINK AND THE PER-ALERT STOP LINK UNSUB.COB HONOURS.
      *    ALERT-LAST IS THE NEWEST PUBDATE ALERTMAIL.COB HAS ALREADY
      *    LOOKED AT FOR THIS QUERY - BLANK UNTIL ITS FIRST RUN SETS
      *    THE BASELINE, SO A NEW ALERT NEVER MAILS THE BACK
      *    CATALOGUE.
       01  SEARCH-ALERT-RECORD.
           05  ALERT-EMAIL         PIC X(60).
           05  ALERT-QUERY         PIC X(60).
           05  ALERT-DATE          PIC X(8).
           05  ALERT-STATE         PIC X(1).
           05  ALERT-TOKEN         PIC X(16).
           05  ALERT-LAST          PIC X(8).
