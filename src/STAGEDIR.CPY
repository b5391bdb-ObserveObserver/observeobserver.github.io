      *    PARAMETER BLOCK FOR CALL 'STAGEDIR'. STG-ROLE SAYS WHO IS
      *    ASKING: A RENDERING PAGE ('R') IS MOVED INTO THE STAGING
      *    TREE ONLY FOR A stage=1 PREVIEW CARRYING A LIVE ADMIN KEY;
      *    AN EDITOR ('E' - THE ADMIN DESK, THE WRITE API) IS MOVED
      *    WHENEVER data/STAGE-MODE.DAT SAYS on. STG-STATE COMES BACK
      *    STAGED IF THE PROGRAM NOW RUNS AGAINST data-staging/.
       01  STAGE-SWITCH.
           05  STG-ROLE            PIC X(1).
               88  STG-READER                  VALUE 'R'.
               88  STG-EDITOR                  VALUE 'E'.
           05  STG-STATE           PIC X(1).
               88  STG-STAGED                  VALUE 'Y'.
               88  STG-LIVE                    VALUE 'N'.
