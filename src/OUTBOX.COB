       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOX.
      *    THE ACTOR'S OUTBOX - EVERY PUBLISHED STORY IN
      *    data/STORY.DAT AS A Create(Article) ACTIVITY, NEWEST FIRST
      *    (THE ORDER THE FILE IS KEPT IN), SO A SERVER THAT HAS JUST
      *    FOUND THE ACCOUNT CAN SHOW ITS BACK CATALOGUE. EACH ITEM IS
      *    BUILT BY APACT.CPY, THE SAME PARAGRAPH APDELIVER.COB POSTS
      *    TO FOLLOWERS WITH, AND THE SAME LIVE-STORY TEST THE FEEDS
      *    USE DECIDES WHAT IS LISTED.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/activity+json'.
           COPY 'STORYREC.CPY'.
           COPY 'SITECFG.CPY'.
           COPY 'HTMLESCWS.CPY'.
           COPY 'JSONESCWS.CPY'.
           COPY 'APACTWS.CPY'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-ITEM-COUNT       PIC 9(4)    VALUE 0.
       01  WS-ITEM-COUNT-ED    PIC Z(3)9.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'OUTBOX' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '{'
           END-DISPLAY.
           DISPLAY
               '"@context": "https://www.w3.org/ns/activitystreams",'
           END-DISPLAY.
           DISPLAY
               '"id": "' FUNCTION TRIM(WS-BASE-URL) 'outbox",'
           END-DISPLAY.
           DISPLAY
               '"type": "OrderedCollection",'
           END-DISPLAY.
           DISPLAY
               '"orderedItems": ['
           END-DISPLAY.
           OPEN INPUT STORY-FILE.
           PERFORM UNTIL STORY-EOF
               READ STORY-FILE
                   AT END
                       SET STORY-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-STORY-RECORD
                       IF STORY-PROGRAM NOT = SPACES
                               AND STORY-DRAFT NOT = 'Y'
                               AND STORY-PUBDATE <= WS-TODAY-DATE
                           PERFORM EMIT-OUTBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORY-FILE.
           DISPLAY
               '],'
           END-DISPLAY.
           MOVE WS-ITEM-COUNT TO WS-ITEM-COUNT-ED.
           DISPLAY
               '"totalItems": ' FUNCTION TRIM(WS-ITEM-COUNT-ED)
           END-DISPLAY.
           DISPLAY
               '}'
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-TOKEN STORY-LANG STORY-ALT-LANG
               STORY-ALT-ID STORY-ROBOTS STORY-AUTHORS
               STORY-KEYBOARD STORY-LICENCE STORY-CW-CATS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS STORY-KEYBOARD
                    STORY-LICENCE STORY-CW-CATS
           END-UNSTRING.

       EMIT-OUTBOX-ITEM.
           IF WS-ITEM-COUNT > 0
               DISPLAY ',' END-DISPLAY
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM BUILD-STORY-ACTIVITY.
           DISPLAY
               FUNCTION TRIM(WS-AP-ACTIVITY)
           END-DISPLAY.

           COPY 'APACT.CPY'.
           COPY 'HTMLESC.CPY'.
           COPY 'JSONESC.CPY'.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM OUTBOX.
