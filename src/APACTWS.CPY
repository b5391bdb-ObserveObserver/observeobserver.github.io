      *    WORKING STORAGE FOR ONE STORY'S ACTIVITYPUB Create
      *    ACTIVITY (SEE APACT.CPY).
       01  WS-AP-ACTIVITY          PIC X(4000).
       01  WS-AP-ACT-PTR           PIC 9(4).
       01  WS-AP-STORY-URL         PIC X(80).
       01  WS-AP-ISO-DATE          PIC X(10).
