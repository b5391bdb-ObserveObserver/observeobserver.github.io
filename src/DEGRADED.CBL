      *    DEPENDED ON WRITING; NOW THE FORMS DON'T PRETEND TO
      *    EITHER. THE TEST IS ONE shell test -w, THE SAME FAMILY OF
      *    CHEAP CHECKS THE PROBE AND DEAD-MAN SWITCH LEAN ON.
      *    PLANNED WORK CLOSES THE FORMS THE SAME WAY: INSIDE A
      *    WINDOW IN data/MAINTENANCE.DAT (SEE MAINTWIN.CBL) THE
      *    VERDICT IS 'D' WHATEVER THE DISK SAYS, AND THE WINDOW'S
      *    OWN MESSAGE RIDES ON EVERY PAGE THROUGH BANNER.CBL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       WORKING-STORAGE SECTION.
       01  WS-TEST-COMMAND     PIC X(40)
               VALUE 'test -w data'.
           COPY 'MAINTWIN.CPY'.
       LINKAGE SECTION.
       01  LS-VERDICT          PIC X.
       PROCEDURE DIVISION USING LS-VERDICT.
               MOVE 'D' TO LS-VERDICT
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO MNT-STATE.
           CALL 'MAINTWIN' USING MAINT-WINDOW
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF MNT-ACTIVE
               MOVE 'D' TO LS-VERDICT
           END-IF.
       GOBACK.
       END PROGRAM DEGRADED.
