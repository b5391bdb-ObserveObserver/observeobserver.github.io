      *    PARAMETER BLOCK FOR CALL 'JOBLOG'. EVERY SCHEDULED BATCH
      *    JOB CALLS ONCE WITH JOB-ACTION 'S' AS IT STARTS AND ONCE
      *    WITH 'E' AS IT FINISHES, NAMING ITSELF IN JOB-NAME (THE
      *    NAME data/JOB-CALENDAR.DAT KNOWS IT BY). THE 'E' CALL
      *    CARRIES THE OUTCOME - ok, OR idle WHEN THERE WAS NOTHING
      *    TO WORK ON, OR fail - AND HOW MANY ROWS THE JOB WORKED
      *    THROUGH, IN THE JOB'S OWN UNIT (HITS ROLLED, SUBSCRIBERS
      *    READ, MEMBERS PROBED).
       01  JOB-RUN.
           05  JOB-ACTION          PIC X(1).
               88  JOB-STARTING                VALUE 'S'.
               88  JOB-ENDING                  VALUE 'E'.
           05  JOB-NAME            PIC X(12).
           05  JOB-OUTCOME         PIC X(8).
           05  JOB-ROWS            PIC 9(9).
