      *    SHARED PARAGRAPH: BUILDS THE Create(Article) ACTIVITY FOR
      *    THE STORY CURRENTLY IN STORY-RECORD INTO WS-AP-ACTIVITY AS
      *    ONE JSON LINE. OUTBOX.COB LISTS IT AND APDELIVER.COB POSTS
      *    IT, SO THE COPY A FOLLOWER IS SENT AND THE COPY THE OUTBOX
      *    SHOWS CAN NEVER DIFFER - SAME ID, SAME TEXT. THE ARTICLE'S
      *    ID IS THE STORY URL JSONFEED.COB USES, WHICH IS ALSO WHAT A
      *    REPLY'S inReplyTo COMES BACK CARRYING. A STORY WITH A
      *    WARNING GOES OUT sensitive WITH THE WARNING AS ITS
      *    SUMMARY, THE FEDIVERSE'S OWN CONTENT-WARNING CONVENTION.
      *    COPY INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO
      *    COPIES 'APACTWS.CPY', 'STORYREC.CPY', 'SITECFG.CPY' AND
      *    THE HTML AND JSON ESCAPING PAIRS.
       BUILD-STORY-ACTIVITY.
           MOVE SPACES TO WS-AP-ACTIVITY WS-AP-STORY-URL.
           STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  FUNCTION TRIM(STORY-PROGRAM) DELIMITED BY SIZE
               INTO WS-AP-STORY-URL
           END-STRING.
           STRING STORY-PUBDATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  STORY-PUBDATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  STORY-PUBDATE(7:2) DELIMITED BY SIZE
               INTO WS-AP-ISO-DATE
           END-STRING.
           MOVE 1 TO WS-AP-ACT-PTR.
           STRING '{"@context":"https://www.w3.org/ns/activitystreams"'
                      DELIMITED BY SIZE
                  ',"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-STORY-URL) DELIMITED BY SIZE
                  '#create","type":"Create","actor":"'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor","published":"' DELIMITED BY SIZE
                  WS-AP-ISO-DATE DELIMITED BY SIZE
                  'T00:00:00Z","to":["https://www.w3.org/ns/'
                      DELIMITED BY SIZE
                  'activitystreams#Public"],"object":{"id":"'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-STORY-URL) DELIMITED BY SIZE
                  '","type":"Article","url":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-STORY-URL) DELIMITED BY SIZE
                  '","attributedTo":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                  'actor","published":"' DELIMITED BY SIZE
                  WS-AP-ISO-DATE DELIMITED BY SIZE
                  'T00:00:00Z","to":["https://www.w3.org/ns/'
                      DELIMITED BY SIZE
                  'activitystreams#Public"]' DELIMITED BY SIZE
               INTO WS-AP-ACTIVITY
               WITH POINTER WS-AP-ACT-PTR
           END-STRING.
           MOVE STORY-TITLE TO WS-JSON-IN.
           PERFORM ESCAPE-JSON-STRING.
           STRING ',"name":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-OUT) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-AP-ACTIVITY
               WITH POINTER WS-AP-ACT-PTR
           END-STRING.
           IF FUNCTION TRIM(STORY-WARNING) NOT = SPACES
               MOVE STORY-WARNING TO WS-JSON-IN
               PERFORM ESCAPE-JSON-STRING
               STRING ',"sensitive":true,"summary":"'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSON-OUT) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-AP-ACTIVITY
                   WITH POINTER WS-AP-ACT-PTR
               END-STRING
           END-IF.
      *    THE CONTENT IS HTML, SO THE EXCERPT IS MARKUP-ESCAPED
      *    FIRST AND THEN JSON-ESCAPED FOR THE STRING LITERAL.
           MOVE STORY-EXCERPT TO WS-HTML-IN.
           PERFORM ESCAPE-HTML-STRING.
           MOVE WS-HTML-OUT(1:500) TO WS-JSON-IN.
           PERFORM ESCAPE-JSON-STRING.
           STRING ',"content":"<p>' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-OUT) DELIMITED BY SIZE
                  '</p><p><a href=\"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-STORY-URL) DELIMITED BY SIZE
                  '\">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-STORY-URL) DELIMITED BY SIZE
                  '</a></p>"}}' DELIMITED BY SIZE
               INTO WS-AP-ACTIVITY
               WITH POINTER WS-AP-ACT-PTR
           END-STRING.
