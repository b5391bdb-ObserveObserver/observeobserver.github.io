      *    THE FORGET-ME WALK, SHARED BY FORGETME.COB AND HOLDRPT.COB
      *    - EVERY FILE THAT CAN HOLD READER DATA, WITH ITS SCRUB
      *    STYLE: D = DROP THE MATCHING ROW, N = BLANK THE NOTIFY
      *    FIELD (FIELD 8 OF A COMMENT ROW). THE REPUTATION LEDGER
      *    AND THE POST-HOC REVIEW LIST ARE KEYED BY THE NOTIFY
      *    ADDRESS AND THE MAIL-GATEWAY REJECT PILE KEEPS THE WHOLE
      *    From: HEADER - DROPPING THOSE ROWS IS THE ERASURE (A
      *    FORGOTTEN READER'S TRUST AND REVIEW REMINDERS GO WITH
      *    THEM, WHICH IS THE POINT). ADD A LINE HERE (AND BUMP
      *    THE OCCURS AND WS-WALK-MAX) WHEN A NEW FILE STARTS
      *    HOLDING ADDRESSES.
       01  WS-WALK-LIST.
           05  PIC X(42)   VALUE 'data/SUBSCRIBERS.DAT           D'.
           05  PIC X(42)   VALUE 'data/RATELIMIT.DAT             D'.
           05  PIC X(42)   VALUE 'data/LOCKOUTS.DAT              D'.
           05  PIC X(42)   VALUE 'data/POLL-VOTES.DAT            D'.
           05  PIC X(42)   VALUE 'data/REFERRERS.DAT             D'.
           05  PIC X(42)   VALUE 'data/MAILQ.DAT                 D'.
           05  PIC X(42)   VALUE 'data/SUPPRESS.DAT              D'.
           05  PIC X(42)   VALUE 'data/BOUNCES.DAT               D'.
           05  PIC X(42)   VALUE 'data/BOUNCE-COUNT.DAT          D'.
           05  PIC X(42)   VALUE 'data/BOUNCES-FOLDED.DAT        D'.
           05  PIC X(42)   VALUE 'data/REPUTATION.DAT            D'.
           05  PIC X(42)   VALUE 'data/POSTHOC-REVIEW.DAT        D'.
           05  PIC X(42)   VALUE 'data/MAILIN-REJECT.DAT         D'.
           05  PIC X(42)   VALUE 'data/QUESTIONS-PENDING.DAT     D'.
           05  PIC X(42)   VALUE 'data/RSVPS.DAT                 D'.
           05  PIC X(42)   VALUE 'data/SEARCH-ALERTS.DAT         D'.
           05  PIC X(42)   VALUE 'data/CONSENT.DAT               D'.
           05  PIC X(42)   VALUE 'data/RECONSENT.DAT             D'.
           05  PIC X(42)   VALUE 'data/BRIEFING-BODY.TXT         D'.
           05  PIC X(42)   VALUE 'data/LOANS.DAT                 D'.
           05  PIC X(42)   VALUE 'data/LOAN-PENDING.DAT          D'.
           05  PIC X(42)   VALUE 'data/ABUSE-REPORTS.DAT         D'.
           05  PIC X(42)   VALUE 'data/PERMISSION-REQUESTS.DAT   D'.
           05  PIC X(42)   VALUE 'data/GRANTS.DAT                D'.
           05  PIC X(42)   VALUE 'data/TIPS.DAT                  D'.
           05  PIC X(42)   VALUE 'data/TIP-DROP.DAT              D'.
           05  PIC X(42)   VALUE 'data/RING-CHANGES.DAT          D'.
           05  PIC X(42)   VALUE 'data/RING-LOG.DAT              D'.
           05  PIC X(42)   VALUE 'data/COMMENTS.DAT              N'.
           05  PIC X(42)   VALUE 'data/COMMENTS-PENDING.DAT      N'.
       01  WS-WALK-TABLE REDEFINES WS-WALK-LIST.
           05  WS-WALK-ENTRY       OCCURS 30 TIMES.
               10  WS-WALK-FILE        PIC X(31).
               10  WS-WALK-STYLE       PIC X.
               10  PIC X(10).
       01  WS-WALK-MAX         PIC 9(2)    VALUE 30.
