      *    PARAMETER BLOCK FOR CALL 'MAINTWIN'. NOTHING GOES IN; THE
      *    STATE OF THE MAINTENANCE CALENDAR COMES BACK. MNT-ACTIVE
      *    IS A WINDOW OPEN RIGHT NOW, MNT-COMING ONE THAT OPENS
      *    BEFORE TOMORROW IS OUT (THE ADVANCE NOTICE), MNT-NONE
      *    NEITHER. MNT-START/MNT-END ARE THE WINDOW AS WRITTEN
      *    (YYYYMMDDHHMM, SERVER TIME), THE -TEXT FIELDS THE SAME AS
      *    "YYYY-MM-DD HH:MM" FOR PEOPLE, MNT-SECONDS-LEFT HOW LONG
      *    AN ACTIVE WINDOW HAS TO RUN (THE RETRY-AFTER A CRAWLER
      *    GETS). MNT-FORCED SAYS THE OPERATOR SET
      *    MAINTENANCE_FORCE=yes IN THE ENVIRONMENT, WHICH LETS A
      *    BATCH JOB RUN INSIDE A WINDOW.
       01  MAINT-WINDOW.
           05  MNT-STATE           PIC X(1).
               88  MNT-NONE                    VALUE 'N'.
               88  MNT-COMING                  VALUE 'C'.
               88  MNT-ACTIVE                  VALUE 'A'.
           05  MNT-FORCE           PIC X(1).
               88  MNT-FORCED                  VALUE 'Y'.
           05  MNT-START           PIC X(12).
           05  MNT-END             PIC X(12).
           05  MNT-START-TEXT      PIC X(16).
           05  MNT-END-TEXT        PIC X(16).
           05  MNT-MESSAGE         PIC X(200).
           05  MNT-SECONDS-LEFT    PIC 9(8).
