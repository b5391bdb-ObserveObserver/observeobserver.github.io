      *    WORKING STORAGE FOR THE GALLERY SRCSET (SEE IMGSET.CPY)
       01  WS-IMG-SRCSET       PIC X(150).
       01  WS-IMG-2X-NAME      PIC X(64).
       01  WS-IMG-DOT          PIC 9(3).
       01  WS-IMG-SCAN         PIC 9(3).
