      *    SUBSCRIBER EVENT RECORD - ONE ROW PER CHANGE TO A ROW OF
      *    data/SUBSCRIBERS.DAT, APPENDED BY SUBLOG.CBL SO THE LIST
      *    KEEPS A HISTORY THE FILE ITSELF CANNOT (UNSUB.COB,
      *    SUBSWEEP.COB AND FORGETME.COB DROP ROWS OUTRIGHT). ALSO
      *    THE PARAMETER BLOCK FOR CALL 'SUBLOG'. SEV-EVENT IS ONE OF
      *        signup     SUBSCRIBE.COB   DETAIL every OR weekly
      *        confirmed  CONFIRM.COB
      *        weekly     UNSUB.COB       SWITCHED TO THE DIGEST
      *        unsub      UNSUB.COB       DETAIL THE MAILING IT CAME
      *                                   FROM (SEE MAILSEND.COB)
      *        swept      SUBSWEEP.COB
      *        suppressed BOUNCE.COB      DETAIL THE BOUNCE REASON
      *        forgotten  FORGETME.COB
      *    THE ROW IS KEYED BY THE SUBSCRIBER'S PRIVATE TOKEN, NEVER
      *    THE ADDRESS, SO THE HISTORY HOLDS NOTHING A FORGET-ME
      *    SCRUB WOULD HAVE TO FIND ('-' FOR A GRANDFATHERED ROW THAT
      *    HAS NO TOKEN). SEV-STATE IS THE ROW'S STATE AS THE EVENT
      *    FOUND IT - 'A', 'P', OR BLANK (GRANDFATHERED, COUNTS AS
      *    ACTIVE) - SO SUBGROW.COB CAN TELL A LOST READER FROM A
      *    LAPSED SIGNUP. FIELDS SEPARATED BY '|'.
       01  SUBSCRIBER-EVENT.
           05  SEV-DATE            PIC X(8).
           05  SEV-EVENT           PIC X(10).
           05  SEV-TOKEN           PIC X(16).
           05  SEV-STATE           PIC X(1).
           05  SEV-DETAIL          PIC X(40).
