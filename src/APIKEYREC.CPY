      *    API KEY RECORD - ONE ROW PER NAMED KEY IN data/API-KEYS.DAT,
      *    ISSUED AND REVOKED BY APIKEY.COB. APIKEY-SCOPES IS A COMMA
      *    LIST OF read-only, draft-create, body-append AND meta-edit.
      *    APIKEY-AUTHORS IS A COMMA LIST OF AUTHOR IDS THE KEY MAY
      *    WRITE FOR, MATCHED AGAINST STORY-AUTHORS; BLANK MEANS ANY
      *    DRAFT. A REVOKED ROW STAYS IN THE FILE SO A REQUEST STILL
      *    CARRYING ITS SECRET IS LOGGED UNDER THE KEY'S NAME.
       01  APIKEY-RECORD.
           05  APIKEY-NAME         PIC X(20).
           05  APIKEY-SECRET       PIC X(40).
           05  APIKEY-SCOPES       PIC X(60).
           05  APIKEY-AUTHORS      PIC X(30).
           05  APIKEY-STATUS       PIC X(8).
               88  APIKEY-ACTIVE               VALUE 'active'.
               88  APIKEY-REVOKED              VALUE 'revoked'.
           05  APIKEY-ISSUED       PIC X(14).
           05  APIKEY-REVOKED-AT   PIC X(14).
