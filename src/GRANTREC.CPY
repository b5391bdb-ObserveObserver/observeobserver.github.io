      *    RIGHTS GRANT RECORD - THE GRANTS REGISTER, data/GRANTS.DAT:
      *    ONE ROW PER PERMISSION THE OWNER HAS GIVEN, WRITTEN BY
      *    RIGHTSDESK.COB. WHO (GRT-GRANTEE, GRT-CONTACT), WHICH STORY,
      *    WHAT USE AND LANGUAGE, THE DAY IT WAS GRANTED, THE PERIOD
      *    IT RUNS FOR (GRT-UNTIL BLANK = NO END DATE) AND ANY
      *    CONDITIONS ATTACHED. RIGHTSRPT.COB READS IT BACK.
      *    FIELDS SEPARATED BY '|'.
       01  GRANT-RECORD.
           05  GRT-STORY-ID        PIC X(8).
           05  GRT-GRANTEE         PIC X(40).
           05  GRT-CONTACT         PIC X(60).
           05  GRT-USE             PIC X(12).
           05  GRT-LANG            PIC X(5).
           05  GRT-GRANTED         PIC X(8).
           05  GRT-FROM            PIC X(8).
           05  GRT-UNTIL           PIC X(8).
           05  GRT-CONDITIONS      PIC X(200).
