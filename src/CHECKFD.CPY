      *    VALIDATION PASS - ONE ROW PER check_*.sh JOB, (RE)WRITTEN
      *    FROM SCRATCH ON EVERY BUILD. READ BY STATUS.COB TO SHOW
      *    WHETHER THE LAST BUILD'S SOURCE VALIDATION CAME BACK CLEAN.
      *    RECONCILE.COB, WHICH ALSO RUNS ON ITS OWN, REPLACES ITS ONE
      *    RECONCILE ROW IN PLACE RATHER THAN APPENDING ANOTHER.
       FD  CHECK-FILE.
       01  CHECK-FILE-LINE         PIC X(40).
