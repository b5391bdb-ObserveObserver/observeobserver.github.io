      *    HIT LOG RECORD - FIELDS SEPARATED BY '|'. A VISIT THAT
      *    ARRIVED THROUGH A TAGGED LINK (?via=<CODE> ON THE URL)
      *    CARRIES THE CODE AS A THIRD FIELD; AN UNTAGGED VISIT IS
      *    STILL JUST PAGE|DATE, SO READERS THAT UNSTRING TWO FIELDS
      *    NEVER NOTICE. THE CODES THE SITE HANDS OUT: mail
      *    (NOTIFY.COB), digest (DIGEST.COB), toot (THE MASTODON
      *    POST), feed (FEED.COB/JSONFEED.COB, WHAT THE WEBSUB PING
      *    ANNOUNCES), ring (RINGHOP.COB) AND letter (THE NEWSLETTER
      *    ISSUES NEWSLTR.COB MAILS). CAMPRPT.COB READS THEM.
       01  HIT-RECORD.
           05  HIT-PAGE-ID         PIC X(20).
           05  HIT-DATE            PIC X(8).
           05  HIT-CAMPAIGN        PIC X(10).
