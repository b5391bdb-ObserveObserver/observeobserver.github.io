      *    SHARED PARAGRAPH: BUILDS THE SRCSET VALUE FOR THE GALLERY
      *    ROW IN GALLERY-RECORD INTO WS-IMG-SRCSET. A ROW LANDED BY
      *    GALINTAKE.COB CARRIES IMG-VARIANTS = Y - ITS f/g/ FILE HAS
      *    A DOUBLE-DENSITY TWIN NAMED <STEM>@2x.<EXT> BESIDE IT, THE
      *    SAME f/logo.png / f/logo@2x.png PAIRING THE HEADER LOGO
      *    USES - AND GETS BOTH CANDIDATES. AN OLDER ROW WITH ONLY
      *    THE ONE FILE GETS A LONE 1x CANDIDATE, SO EVERY IMAGE TAG
      *    CAN CARRY A SRCSET WITHOUT POINTING AT A FILE THAT ISN'T
      *    THERE. COPY INTO THE PROCEDURE DIVISION OF ANY PROGRAM
      *    THAT ALSO COPIES 'IMGSETWS.CPY' AND 'GALREC.CPY'.
       BUILD-IMAGE-SRCSET.
           MOVE SPACES TO WS-IMG-SRCSET WS-IMG-2X-NAME.
           MOVE 0 TO WS-IMG-DOT.
           PERFORM VARYING WS-IMG-SCAN FROM 1 BY 1
                   UNTIL WS-IMG-SCAN > 60
               IF IMG-FILENAME(WS-IMG-SCAN:1) = '.'
                   MOVE WS-IMG-SCAN TO WS-IMG-DOT
               END-IF
           END-PERFORM.
           IF IMG-HAS-2X AND WS-IMG-DOT > 1
               STRING IMG-FILENAME(1:WS-IMG-DOT - 1)
                          DELIMITED BY SIZE
                      '@2x' DELIMITED BY SIZE
                      FUNCTION TRIM(IMG-FILENAME(WS-IMG-DOT:))
                          DELIMITED BY SIZE
                   INTO WS-IMG-2X-NAME
               END-STRING
               STRING FUNCTION TRIM(IMG-FILENAME) DELIMITED BY SIZE
                      ' 1x, ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IMG-2X-NAME)
                          DELIMITED BY SIZE
                      ' 2x' DELIMITED BY SIZE
                   INTO WS-IMG-SRCSET
               END-STRING
           ELSE
               STRING FUNCTION TRIM(IMG-FILENAME) DELIMITED BY SIZE
                      ' 1x' DELIMITED BY SIZE
                   INTO WS-IMG-SRCSET
               END-STRING
           END-IF.
