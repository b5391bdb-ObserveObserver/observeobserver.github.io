      *    CGI PROGRAM THAT HAPPENS TO RENDER IT TODAY. data/ROUTES.DAT
      *    IS THE SINGLE TABLE OF CLEAN-PATH TO PROGRAM; A MISS FALLS
      *    THROUGH TO NOTFOUND.COB THE SAME AS ANY OTHER BAD URL.
      *    THE /.well-known/ PATHS OTHER SERVERS ASK FOR BY STANDARD
      *    (webfinger) ARE LOOKED UP WITHOUT THE PREFIX, SO THE TABLE
      *    ROW IS JUST THE NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       PROCEDURE DIVISION.
           ACCEPT WS-PATH-INFO FROM ENVIRONMENT 'PATH_INFO'.
           MOVE SPACES TO WS-CLEAN-PATH.
           EVALUATE TRUE
               WHEN WS-PATH-INFO(1:13) = '/.well-known/'
                   MOVE WS-PATH-INFO(14:) TO WS-CLEAN-PATH
               WHEN WS-PATH-INFO(1:1) = '/'
                   MOVE WS-PATH-INFO(2:) TO WS-CLEAN-PATH
               WHEN OTHER
                   MOVE WS-PATH-INFO TO WS-CLEAN-PATH
           END-EVALUATE.
           PERFORM FIND-ROUTE.
           MOVE SPACES TO WS-COMMAND.
           IF ROUTE-FOUND
