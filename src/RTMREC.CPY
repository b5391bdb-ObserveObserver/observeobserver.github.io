      *    PARAMETER BLOCK FOR CALL 'RENDTIME'. A PAGE PROGRAM CALLS
      *    WITH RTM-ACTION 'S' AS THE REQUEST ARRIVES, NAMING ITSELF
      *    IN RTM-PAGE (A STORY NAMES ITS STORY ID - EACH STORY IS ITS
      *    OWN CGI PROGRAM), AND WITH 'E' JUST BEFORE IT GOES BACK TO
      *    THE WEB SERVER. IN BETWEEN, A HEAVY PARAGRAPH CALLS WITH
      *    'B' AS IT BEGINS AND 'C' AS IT CLOSES, THE SAME NAME IN
      *    RTM-POINT BOTH TIMES (comments, related, body ...) - THE
      *    TIME BETWEEN THE TWO IS THAT PARAGRAPH'S SHARE OF THE PAGE.
       01  RENDER-MARK.
           05  RTM-ACTION          PIC X(1).
               88  RTM-REQUEST-START           VALUE 'S'.
               88  RTM-POINT-BEGIN             VALUE 'B'.
               88  RTM-POINT-CLOSE             VALUE 'C'.
               88  RTM-REQUEST-END             VALUE 'E'.
           05  RTM-PAGE            PIC X(20).
           05  RTM-POINT           PIC X(20).
