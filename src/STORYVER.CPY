      *    SHARED PARAGRAPHS: WHICH LANGUAGE VERSION OF A STORY A
      *    READER IS MAILED. COPY INTO THE PROCEDURE DIVISION OF ANY
      *    PROGRAM THAT ALSO COPIES 'STORYVERWS.CPY' AND
      *    'STORYREC.CPY' INTO WORKING-STORAGE.
      *    STORY-ALT-ID TIES A STORY TO ITS VARIANT IN STORY-ALT-LANG,
      *    AND THE VARIANT'S ROW POINTS BACK. OF THE PAIR, THE ONE
      *    PUBLISHED FIRST IS THE ORIGINAL (ON THE SAME DAY, THE
      *    ENGLISH ONE, ELSE THE LOWER ID). THE ORIGINAL GOES TO
      *    EVERY READER, EXCEPT THAT A READER WHOSE LANGUAGE IS THE
      *    VARIANT'S GETS THE VARIANT INSTEAD. THE VARIANT ITSELF
      *    GOES ONLY TO READERS OF ITS OWN LANGUAGE - AND TO NOBODY
      *    WHEN THE ORIGINAL IS GOING OUT IN THE SAME RUN, WHICH HAS
      *    ALREADY GIVEN THEM THE VARIANT. A STORY WITH NO LIVE
      *    VARIANT GOES TO EVERYONE AS IT IS. A BLANK LANGUAGE, ON
      *    THE STORY OR THE READER, COUNTS AS ENGLISH.

      *    CALL AFTER PARSING A LIVE STORY ROW INTO STORY-RECORD.
       KEEP-LIVE-STORY.
           IF WS-SV-COUNT < 300
               ADD 1 TO WS-SV-COUNT
               MOVE STORY-ID TO WS-SV-ID(WS-SV-COUNT)
               MOVE STORY-TITLE TO WS-SV-TITLE(WS-SV-COUNT)
               MOVE STORY-EXCERPT TO WS-SV-EXCERPT(WS-SV-COUNT)
               MOVE STORY-PUBDATE TO WS-SV-PUBDATE(WS-SV-COUNT)
               MOVE STORY-PROGRAM TO WS-SV-PROGRAM(WS-SV-COUNT)
               MOVE FUNCTION LOWER-CASE(STORY-LANG(1:2))
                   TO WS-SV-LANG(WS-SV-COUNT)
               IF WS-SV-LANG(WS-SV-COUNT) = SPACES
                   MOVE 'en' TO WS-SV-LANG(WS-SV-COUNT)
               END-IF
               MOVE STORY-ALT-ID TO WS-SV-ALT-ID(WS-SV-COUNT)
           END-IF.

      *    WS-SV-WANTED-ID IN, WS-SV-FOUND-IDX OUT (0 - NOT LIVE).
       FIND-LIVE-STORY.
           MOVE 0 TO WS-SV-FOUND-IDX.
           IF WS-SV-WANTED-ID NOT = SPACES
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                       UNTIL WS-SV-IDX > WS-SV-COUNT
                   IF WS-SV-ID(WS-SV-IDX) = WS-SV-WANTED-ID
                       MOVE WS-SV-IDX TO WS-SV-FOUND-IDX
                       MOVE WS-SV-COUNT TO WS-SV-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    WS-SV-STORY-IDX AND WS-SV-READER-LANG IN; WS-SV-PICKED OUT
      *    - THE TABLE ROW TO MAIL THE READER, 0 FOR NOTHING AT ALL.
       PICK-STORY-VERSION.
           IF WS-SV-READER-LANG = SPACES
               MOVE 'en' TO WS-SV-READER-LANG
           END-IF.
           MOVE WS-SV-ALT-ID(WS-SV-STORY-IDX) TO WS-SV-WANTED-ID.
           PERFORM FIND-LIVE-STORY.
           MOVE WS-SV-FOUND-IDX TO WS-SV-ALT-IDX.
           MOVE 'N' TO WS-SV-SECONDARY.
           IF WS-SV-ALT-IDX > 0
               EVALUATE TRUE
                   WHEN WS-SV-PUBDATE(WS-SV-ALT-IDX)
                           < WS-SV-PUBDATE(WS-SV-STORY-IDX)
                       SET SV-SECONDARY TO TRUE
                   WHEN WS-SV-PUBDATE(WS-SV-ALT-IDX)
                           > WS-SV-PUBDATE(WS-SV-STORY-IDX)
                       CONTINUE
                   WHEN WS-SV-LANG(WS-SV-ALT-IDX) = 'en'
                           AND WS-SV-LANG(WS-SV-STORY-IDX) NOT = 'en'
                       SET SV-SECONDARY TO TRUE
                   WHEN WS-SV-LANG(WS-SV-STORY-IDX) = 'en'
                           AND WS-SV-LANG(WS-SV-ALT-IDX) NOT = 'en'
                       CONTINUE
                   WHEN WS-SV-ID(WS-SV-ALT-IDX)
                           < WS-SV-ID(WS-SV-STORY-IDX)
                       SET SV-SECONDARY TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SV-ALT-IDX = 0
                   MOVE WS-SV-STORY-IDX TO WS-SV-PICKED
               WHEN SV-SECONDARY
                       AND WS-SV-PUBDATE(WS-SV-ALT-IDX) > WS-SV-SINCE
                   MOVE 0 TO WS-SV-PICKED
               WHEN SV-SECONDARY
                   IF WS-SV-READER-LANG = WS-SV-LANG(WS-SV-STORY-IDX)
                       MOVE WS-SV-STORY-IDX TO WS-SV-PICKED
                   ELSE
                       MOVE 0 TO WS-SV-PICKED
                   END-IF
               WHEN WS-SV-READER-LANG = WS-SV-LANG(WS-SV-ALT-IDX)
                   MOVE WS-SV-ALT-IDX TO WS-SV-PICKED
               WHEN OTHER
                   MOVE WS-SV-STORY-IDX TO WS-SV-PICKED
           END-EVALUATE.
