      *    MEMBER IN data/RING-MEMBERS.DAT, WRAPPING AT BOTH ENDS THE
      *    WAY A RING SHOULD. DROPPED MEMBERS ARE SKIPPED; AN UNKNOWN
      *    from FALLS BACK TO THE FIRST ACTIVE MEMBER; random LEANS ON
      *    THE SAME CURRENT-DATE SHUFFLE AS RANDOMJUMP.COB. EVERY
      *    REDIRECT TO A MEMBER IS LOGGED TO data/RING-HOPS.DAT (SEE
      *    RINGHREC.CPY) FOR RINGSTMT.COB'S MONTHLY STATEMENTS; WHEN
      *    THE SITE IS READ-ONLY THE HOP STILL HAPPENS, UNLOGGED. A
      *    HOP THAT LANDS ON THIS SITE'S OWN MEMBERSHIP CARRIES
      *    ?via=ring SO CAMPRPT.COB CAN COUNT WHAT THE RING BRINGS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT RING-MEMBER-FILE ASSIGN TO "data/RING-MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT RING-HOP-FILE ASSIGN TO "data/RING-HOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'RINGMFD.CPY'.
           COPY 'RINGHFD.CPY'.
       WORKING-STORAGE SECTION.
           COPY 'RINGMREC.CPY'.
           COPY 'RINGHREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-MEMBER-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
       01  WS-FROM-IDX         PIC 9(2)    VALUE 0.
       01  WS-TARGET-IDX       PIC 9(2)    VALUE 0.
       01  WS-RANDOM-SEED      PIC X(21).
       01  WS-HOP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-GUARD-ACTION     PIC X.
       01  WS-DEGRADED         PIC X       VALUE 'W'.
               88  PAUSED                      VALUE 'D'.
       01  WS-HOP-LOCATION     PIC X(140)  VALUE SPACES.
       01  WS-QMARK-COUNT      PIC 9(2)    VALUE 0.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT 'QUERY_STRING'.
           PERFORM EXTRACT-HOP-PARAMS.
           PERFORM LOAD-ACTIVE-MEMBERS.
               PERFORM REDIRECT-HOME
           ELSE
               PERFORM PICK-TARGET
               PERFORM LOG-THE-HOP
               PERFORM BUILD-HOP-LOCATION
               DISPLAY
                   'STATUS: 302 FOUND'
                   X'0A'
                   'LOCATION: '
                   FUNCTION TRIM(WS-HOP-LOCATION)
                   X'0A'
                   X'0A'
               END-DISPLAY
                   MOVE 1 TO WS-TARGET-IDX
           END-EVALUATE.

       LOG-THE-HOP.
           MOVE 'W' TO WS-DEGRADED.
           CALL 'DEGRADED' USING WS-DEGRADED
               ON EXCEPTION
                   MOVE 'W' TO WS-DEGRADED
           END-CALL.
           IF NOT PAUSED
               MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
               IF WS-FROM-IDX > 0
                   MOVE WS-ACTIVE-ID(WS-FROM-IDX) TO RH-FROM
               ELSE
                   MOVE '-' TO RH-FROM
               END-IF
               EVALUATE FUNCTION TRIM(WS-GO-WORD)
                   WHEN 'random'
                       MOVE 'random' TO RH-GO
                   WHEN 'prev'
                       MOVE 'prev' TO RH-GO
                   WHEN OTHER
                       MOVE 'next' TO RH-GO
               END-EVALUATE
               MOVE WS-ACTIVE-ID(WS-TARGET-IDX) TO RH-TO
               MOVE SPACES TO RING-HOP-LINE
               STRING RH-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RH-FROM) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RH-GO) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(RH-TO) DELIMITED BY SIZE
                   INTO RING-HOP-LINE
               END-STRING
               MOVE 'L' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN EXTEND RING-HOP-FILE
               IF WS-HOP-STATUS NOT = '00'
                   OPEN OUTPUT RING-HOP-FILE
               END-IF
               WRITE RING-HOP-LINE
               CLOSE RING-HOP-FILE
               MOVE 'U' TO WS-GUARD-ACTION
               CALL 'FGUARD' USING WS-GUARD-ACTION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       BUILD-HOP-LOCATION.
           MOVE WS-ACTIVE-URL(WS-TARGET-IDX) TO WS-HOP-LOCATION.
           IF WS-HOP-LOCATION(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-BASE-URL))) =
                   FUNCTION TRIM(WS-BASE-URL)
               MOVE 0 TO WS-QMARK-COUNT
               INSPECT WS-HOP-LOCATION TALLYING WS-QMARK-COUNT
                   FOR ALL '?'
               MOVE SPACES TO WS-HOP-LOCATION
               IF WS-QMARK-COUNT = 0
                   STRING FUNCTION TRIM(WS-ACTIVE-URL(WS-TARGET-IDX))
                              DELIMITED BY SIZE
                          '?via=ring' DELIMITED BY SIZE
                       INTO WS-HOP-LOCATION
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-ACTIVE-URL(WS-TARGET-IDX))
                              DELIMITED BY SIZE
                          '&via=ring' DELIMITED BY SIZE
                       INTO WS-HOP-LOCATION
                   END-STRING
               END-IF
           END-IF.

       REDIRECT-HOME.
           DISPLAY
               'STATUS: 302 FOUND'
