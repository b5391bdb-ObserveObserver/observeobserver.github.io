      *    CO-AUTHOR SIGN-OFF RECORD - ONE LINE OF data/SIGNOFFS.DAT
      *    PER STORY PER NAMED AUTHOR, FOR STORIES WHOSE
      *    STORY-AUTHORS COLUMN CARRIES MORE THAN ONE ID. SIGNREQ.COB
      *    WRITES THE ROW WITH THE BODY CHECKSUM OF THE DRAFT AS IT
      *    STOOD (ANNOTCHK.COB'S ROLLING SUM) AND A FRESH TOKEN, AND
      *    MAILS THE AUTHOR A SIGNOFF.COB?t= LINK; FOLLOWING IT
      *    STAMPS SGN-SIGNED. AN APPROVAL ONLY COUNTS WHILE THE BODY
      *    STILL SUMS TO SGN-BODY-SUM, SO ANY EDIT AFTER SIGN-OFF
      *    RESETS IT - SIGNCHK.CBL DECIDES, AND SIGNREQ REISSUES THE
      *    ROW AND THE LINK ON ITS NEXT RUN. AN AUTHOR WITH NO MAIL
      *    ADDRESS CAN BE SIGNED OFF BY HAND BY FILLING IN
      *    SGN-SIGNED ON THE CURRENT ROW. FIELDS SEPARATED BY '|'.
       01  SIGNOFF-RECORD.
           05  SGN-STORY-ID        PIC X(8).
           05  SGN-AUTHOR-ID       PIC X(8).
           05  SGN-BODY-SUM        PIC X(9).
           05  SGN-TOKEN           PIC X(16).
      *    YYYYMMDDHHMMSS THE LINK WAS QUEUED, AND WHEN IT WAS USED -
      *    BLANK UNTIL THE AUTHOR SIGNS.
           05  SGN-SENT            PIC X(14).
           05  SGN-SIGNED          PIC X(14).
