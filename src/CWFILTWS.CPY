      *    READER CONTENT-FILTER PLUMBING - SEE CWCHK.CBL. WS-CW-HIDE
      *    IS THE READER'S EXCLUDED CODES, '.'-SEPARATED; WS-CW-VIEW
      *    SAYS WHETHER A MATCHING STORY IS DROPPED OR LEFT AS A
      *    COLLAPSED LINE; WS-CW-LABEL COMES BACK NAMING THE FIRST
      *    CATEGORY THAT MATCHED.
       01  WS-CW-ACTION        PIC X       VALUE SPACE.
       01  WS-CW-HIDE          PIC X(120)  VALUE SPACES.
       01  WS-CW-VIEW          PIC X       VALUE 'C'.
               88  CW-COLLAPSE                 VALUE 'C'.
       01  WS-CW-RESULT        PIC X       VALUE 'N'.
               88  CW-MATCHED                  VALUE 'Y'.
       01  WS-CW-LABEL         PIC X(60)   VALUE SPACES.
