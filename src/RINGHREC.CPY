      *    RING HOP RECORD - ONE ROW PER REDIRECT RINGHOP.COB ISSUES,
      *    APPENDED AS IT HAPPENS. RH-FROM IS THE MEMBER WHOSE PAGE
      *    THE VISITOR LEFT ('-' WHEN THE from= ID MATCHED NO ACTIVE
      *    MEMBER), RH-GO THE DIRECTION ASKED FOR (next, prev OR
      *    random) AND RH-TO THE MEMBER THEY WERE SENT TO. READ BY
      *    RINGSTMT.COB FOR THE MONTHLY STATEMENTS AND BY RINGJOIN.COB
      *    FOR THE RING'S TRAFFIC LINE. FIELDS SEPARATED BY '|'.
       01  RING-HOP-RECORD.
           05  RH-DATE             PIC X(8).
           05  RH-FROM             PIC X(8).
           05  RH-GO               PIC X(6).
           05  RH-TO               PIC X(8).
