      *    WE 301 THERE - THE SAME STATUS/LOCATION SHAPE DARKMODE.COB
      *    AND RANDOMJUMP.COB ALREADY USE FOR A 302. AN UNMAPPED NAME
      *    FALLS THROUGH TO NOTFOUND.COB, SAME AS ROUTE.COB'S MISS.
      *    THE GENERATED REWRITE RULES (REWRGEN.COB) HAND THE RETIRED
      *    NAME OVER AS PATH_INFO - AFTER AN INTERNAL REWRITE
      *    SCRIPT_NAME IS THIS PROGRAM - SO A PATH_INFO NAME WINS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01  WS-FOUND            PIC X       VALUE 'N'.
               88  LEGACY-FOUND                VALUE 'Y'.
       01  WS-SCRIPT-NAME      PIC X(20).
       01  WS-PATH-INFO        PIC X(60).
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-SCRIPT-NAME FROM ENVIRONMENT 'SCRIPT_NAME'.
           MOVE SPACES TO WS-PATH-INFO.
           ACCEPT WS-PATH-INFO FROM ENVIRONMENT 'PATH_INFO'.
           IF WS-PATH-INFO(1:1) = '/' AND WS-PATH-INFO(2:) NOT = SPACES
               MOVE WS-PATH-INFO(2:) TO WS-SCRIPT-NAME
           END-IF.
           PERFORM FIND-LEGACY-ROUTE.
           IF LEGACY-FOUND
               DISPLAY
