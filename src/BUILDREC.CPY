      *    BUILD PROJECT RECORD - ONE ROW PER NEW BOARD BEING PUT
      *    TOGETHER FROM PARTS, FROM THE FIRST IDEA TO THE DAY IT
      *    JOINS THE COLLECTION. BLD-KB-ID IS FILLED IN WHEN THE
      *    PROJECT IS FINISHED AND ITS data/KEYBOARD.DAT ROW IS
      *    WRITTEN. FIELDS SEPARATED BY '|'.
       01  BUILD-RECORD.
           05  BLD-ID              PIC X(8).
           05  BLD-NAME            PIC X(40).
           05  BLD-LAYOUT          PIC X(20).
      *    planning, building, finished OR abandoned.
           05  BLD-STATUS          PIC X(10).
               88  BLD-OPEN                     VALUE 'planning'
                                                      'building'.
           05  BLD-STARTED         PIC X(8).
           05  BLD-FINISHED        PIC X(8).
           05  BLD-KB-ID           PIC X(8).
