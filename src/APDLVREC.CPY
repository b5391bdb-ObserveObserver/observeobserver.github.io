      *    FEDIVERSE DELIVERY QUEUE RECORD - ONE ROW PER ACTIVITY PER
      *    FOLLOWER INBOX, THE ACTIVITYPUB TWIN OF MAILQREC.CPY.
      *    APDELIVER.COB QUEUES AN 'accept' ROW WHEN IT ANSWERS A
      *    Follow AND A 'create' ROW PER FOLLOWER FOR EVERY NEWLY
      *    PUBLISHED STORY, THEN WORKS THE QUEUE: 'queued' AND
      *    'failed' ROWS GET ONE SIGNED POST PER PASS UNTIL
      *    AP-DLV-ATTEMPTS RUNS OUT. FIELDS SEPARATED BY '|'.
       01  AP-DELIVERY-RECORD.
           05  AP-DLV-STATUS       PIC X(8).
           05  AP-DLV-INBOX        PIC X(160).
           05  AP-DLV-KIND         PIC X(6).
      *    THE STORY-ID FOR A 'create', THE Follow ACTIVITY'S ID FOR
      *    AN 'accept'.
           05  AP-DLV-REF          PIC X(160).
           05  AP-DLV-QUEUED       PIC X(14).
           05  AP-DLV-ATTEMPTS     PIC 9(2).
      *    THE FOLLOWER'S ACTOR URL - AN Accept HAS TO NAME WHOSE
      *    Follow IT IS ACCEPTING.
           05  AP-DLV-ACTOR        PIC X(160).
