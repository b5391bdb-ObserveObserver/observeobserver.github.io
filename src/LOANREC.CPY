      *    KEYBOARD LOAN RECORD - ONE ROW PER READER BORROWING A BOARD
      *    FROM THE COLLECTION. LOAN.COB QUEUES THE FIRST FIVE FIELDS
      *    IN data/LOAN-PENDING.DAT; APPROVELN.COB MOVES ACCEPTED
      *    REQUESTS INTO data/LOANS.DAT AS 'approved'; LOANDESK.COB
      *    STAMPS THE SHIP DATE AND DUE DATE ('shipped') AND THE
      *    RETURN DATE ('returned'), OR CANCELS IT ('cancelled').
      *    LN-REMINDED IS THE LAST DAY LOANDUE.COB QUEUED AN OVERDUE
      *    REMINDER. THE CONTACT ADDRESS RIDES IN THE DATA FILE ONLY
      *    AND NEVER REACHES A PAGE. DATES ARE YYYYMMDD. FIELDS
      *    SEPARATED BY '|'.
       01  LOAN-RECORD.
           05  LN-KB-ID            PIC X(8).
           05  LN-NAME             PIC X(40).
           05  LN-CONTACT          PIC X(60).
           05  LN-REQUESTED        PIC X(8).
           05  LN-NOTE             PIC X(200).
           05  LN-STATE            PIC X(10).
               88  LN-ACTIVE               VALUE 'approved' 'shipped'.
           05  LN-SHIPPED          PIC X(8).
           05  LN-DUE              PIC X(8).
           05  LN-RETURNED         PIC X(8).
           05  LN-REMINDED         PIC X(8).
