      *    PARAMETER BLOCK FOR CALL 'HOLDCHK'. HCK-ACTION 'C' ASKS
      *    WHETHER HCK-ROW OF HCK-FILE, DATED HCK-ROW-DATE (BLANK IF
      *    THE CALLER CANNOT TELL), IS UNDER A HOLD: HCK-VERDICT COMES
      *    BACK 'H' WITH THE FIRST HOLD'S ID AND REASON, OR 'F'.
      *    HCK-ACTION 'R' REPORTS, UNDER THE CALLER'S NAME IN
      *    HCK-CALLER, EVERY ROW KEPT SINCE THE LAST 'R' - ONE LINE
      *    PER HOLD AND FILE, PRINTED AND APPENDED TO
      *    data/HOLDS-LOG.DAT. HCK-ACTION 'T' IS 'C' FOR THE ONE
      *    HOLD NAMED IN HCK-HOLD-ID, WITHOUT TALLYING - HOLDRPT.COB
      *    USES IT TO COUNT WHAT EACH HOLD IS PROTECTING.
       01  HOLD-CHECK.
           05  HCK-ACTION          PIC X(1).
               88  HCK-CHECK                   VALUE 'C'.
               88  HCK-REPORT                  VALUE 'R'.
               88  HCK-TEST-ONE                VALUE 'T'.
           05  HCK-CALLER          PIC X(12).
           05  HCK-FILE            PIC X(60).
           05  HCK-ROW-DATE        PIC X(8).
           05  HCK-VERDICT         PIC X(1).
               88  HCK-HELD                    VALUE 'H'.
               88  HCK-FREE                    VALUE 'F'.
           05  HCK-HOLD-ID         PIC X(8).
           05  HCK-REASON          PIC X(80).
           05  HCK-ROW             PIC X(2000).
