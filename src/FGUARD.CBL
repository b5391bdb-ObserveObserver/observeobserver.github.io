      *    CRASHED HOLDER, BROKEN, AND TAKEN - A VISIT MUST NEVER
      *    HANG ON A STALE LOCK, AND LOSING SERIALIZATION FOR ONE
      *    WRITE BEATS LOSING THE WRITE.
      *    A PROGRAM RUNNING IN THE STAGING TREE (STAGEDIR.CBL - THE
      *    ONLY TREE WITH A data/STAGE-BASE.DAT) STILL TAKES THE LIVE
      *    LOCK, ../data/.WRITE-LOCK: MOST OF WHAT IT WRITES THERE IS
      *    A LINK TO A LIVE FILE, AND STAGE.COB'S PROMOTE MUST WAIT
      *    OUT A STAGED EDIT HALF WRITTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-FILE ASSIGN TO "data/STAGE-BASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE.
       01  BASE-FILE-LINE      PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-BASE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-TRY-COUNT        PIC 9(3).
       01  WS-LOCK-COMMAND     PIC X(60)
               VALUE 'mkdir data/.WRITE-LOCK 2>/dev/null'.
       LINKAGE SECTION.
       01  LS-ACTION           PIC X.
       PROCEDURE DIVISION USING LS-ACTION.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS = '00'
               CLOSE BASE-FILE
               MOVE 'mkdir ../data/.WRITE-LOCK 2>/dev/null'
                   TO WS-LOCK-COMMAND
               MOVE 'rmdir ../data/.WRITE-LOCK 2>/dev/null'
                   TO WS-UNLOCK-COMMAND
           ELSE
               MOVE 'mkdir data/.WRITE-LOCK 2>/dev/null'
                   TO WS-LOCK-COMMAND
               MOVE 'rmdir data/.WRITE-LOCK 2>/dev/null'
                   TO WS-UNLOCK-COMMAND
           END-IF.
           IF LS-ACTION = 'L'
               PERFORM ACQUIRE-LOCK
           ELSE
