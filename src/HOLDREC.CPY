      *    LEGAL HOLD RECORD - ONE ROW OF data/HOLDS.DAT, THE REGISTER
      *    OF ROWS NO SWEEP MAY DELETE (RETAIN.COB, FORGETME.COB,
      *    SUBSWEEP.COB AND HITROLL.COB ALL ASK HOLDCHK.CBL BEFORE
      *    THEY DROP A ROW). HOLD-KIND SAYS WHAT HOLD-VALUE IS:
      *        address  AN ADDRESS OR CONTACT - ANY ROW CARRYING IT,
      *                 IN ANY CASE, ANYWHERE IN THE ROW
      *        story    A STORY ID - ANY ROW WITH A FIELD EQUAL TO IT
      *        file     A DATA FILE (data/GUESTBOOK.DAT) - ITS ROWS
      *        dates    NOTHING - EVERY FILE'S ROWS IN THE DATE RANGE
      *    HOLD-FROM AND HOLD-TO (YYYYMMDD, EITHER MAY BE BLANK FOR
      *    AN OPEN END) NARROW ANY KIND TO ROWS DATED IN THE RANGE; A
      *    ROW WHOSE DATE THE SWEEP CANNOT TELL IS TREATED AS IN IT.
      *    THE HOLD BITES FROM HOLD-PLACED AND LAPSES ON
      *    HOLD-RELEASE (BLANK = UNTIL SOMEONE SETS ONE). ROWS ARE
      *    ADDED BY HAND, LIKE data/RETENTION.DAT, AND NEVER DELETED
      *    - A RELEASED HOLD STAYS AS THE RECORD THAT IT WAS THERE.
      *    ROW: ID|KIND|VALUE|FROM|TO|REASON|PLACED|RELEASE.
       01  HOLD-RECORD.
           05  HOLD-ID             PIC X(8).
           05  HOLD-KIND           PIC X(8).
               88  HOLD-BY-ADDRESS             VALUE 'address'.
               88  HOLD-BY-STORY               VALUE 'story'.
               88  HOLD-BY-FILE                VALUE 'file'.
               88  HOLD-BY-DATES               VALUE 'dates'.
           05  HOLD-VALUE          PIC X(80).
           05  HOLD-FROM           PIC X(8).
           05  HOLD-TO             PIC X(8).
           05  HOLD-REASON         PIC X(80).
           05  HOLD-PLACED         PIC X(8).
           05  HOLD-RELEASE        PIC X(8).
