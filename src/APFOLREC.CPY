      *    FEDIVERSE FOLLOWER RECORD - ONE ROW PER ACCOUNT FOLLOWING
      *    THE SITE'S OWN ACTIVITYPUB ACTOR (ACTOR.COB). INBOX.COB
      *    WRITES A Follow AS STATE 'P' WITH ONLY THE ACTOR URL AND
      *    THE Follow ACTIVITY'S ID; APDELIVER.COB LOOKS THE ACTOR UP
      *    FOR ITS INBOX, QUEUES THE Accept, AND FLIPS THE ROW TO
      *    'A'. AN Undo OF THE Follow DROPS THE ROW. FIELDS SEPARATED
      *    BY '|'.
       01  AP-FOLLOWER-RECORD.
           05  AP-FOL-ACTOR        PIC X(160).
           05  AP-FOL-INBOX        PIC X(160).
           05  AP-FOL-DATE         PIC X(8).
           05  AP-FOL-STATE        PIC X(1).
           05  AP-FOL-FOLLOW-ID    PIC X(160).
