      *    CONSENT REGISTER RECORD - ONE ROW PER TIME A FORM TOOK AN
      *    ADDRESS, APPENDED BY CONSENT.CBL TO data/CONSENT.DAT SO IT
      *    CAN ALWAYS BE SAID WHICH VERSION OF THE PRIVACY NOTICE
      *    (data/PRIVACY.DAT, SHOWN BY PRIVACY.COB) A READER WAS
      *    SHOWN WHEN THEY HANDED IT OVER. ALSO THE PARAMETER BLOCK
      *    FOR CALL 'CONSENT' - THE CALLER FILLS THE ADDRESS AND THE
      *    PURPOSE, CONSENT.CBL STAMPS THE DATE AND THE VERSION THEN
      *    IN FORCE AND HANDS THE VERSION BACK. CONSENT-PURPOSE IS ONE
      *    OF
      *        subscribe  SUBSCRIBE.COB   STORY MAIL / THE DIGEST
      *        reply      COMMENTS.COB    REPLY NOTICES TO A COMMENT
      *        submission SUBMIT.COB      CONTACT ABOUT A SUBMISSION
      *        trade      TRADE.COB       CONTACT ABOUT A TRADE OFFER
      *        ring       RINGJOIN.COB    CONTACT ABOUT RING MEMBERSHIP
      *        passport   PASSPORT.COB    THE PASSPORT CODE AND WHAT
      *                                   IT CARRIES
      *        alert      SRCHALERT.COB   SAVED SEARCH ALERT MAIL
      *        question   ASK.COB         WORD WHEN AN ANSWER GOES UP
      *        rsvp       EVENTS.COB      THE EVENT REMINDER MAIL
      *        loan       LOAN.COB        CONTACT ABOUT A BORROWED
      *                                   BOARD
      *        permission PERMIT.COB      THE ANSWER TO A REPRINT OR
      *                                   TRANSLATION REQUEST
      *        abuse      ABUSE.COB       WORD ON AN ABUSE REPORT
      *        reconsent  PRIVACY.COB     AGREED AGAIN AFTER A NEW
      *                                   VERSION (SEE RECONSENT.COB)
      *    VERSION 0000 MEANS NO NOTICE HAD BEEN PUBLISHED YET. FIELDS
      *    SEPARATED BY '|' - DATE|ADDRESS|VERSION|PURPOSE.
       01  CONSENT-RECORD.
           05  CONSENT-DATE        PIC X(8).
           05  CONSENT-ADDRESS     PIC X(80).
           05  CONSENT-VERSION     PIC 9(4).
           05  CONSENT-PURPOSE     PIC X(12).
