      *    SHARED PARAGRAPH: THE ONE-LINE NOTE A LISTING SHOWS IN
      *    PLACE OF A STORY THE READER'S CONTENT FILTERS COLLAPSED
      *    (SEE CWFILT.CPY). NEEDS 'DICTIONARY.CPY' AS WELL. THE
      *    TITLE IS HELD BACK TOO - ONLY THE CATEGORY AND A WAY
      *    THROUGH FOR A READER WHO CHOOSES TO GO ANYWAY.
       EMIT-CW-COLLAPSED.
           DISPLAY
               DIV LINEAGE BECOMES 'cwcollapsed' CLOSE-DIV
                 'a story is held back by your content filters ('
                 FUNCTION TRIM(WS-CW-LABEL) ') - '
                 LINK URL BECOMES QUOTE
                      FUNCTION TRIM(STORY-PROGRAM) QUOTE
                 CLOSE-LINK
                   'show it anyway'
                 END-LINK
                 ' / '
                 LINK URL BECOMES '"CWPREFS.COB"' CLOSE-LINK
                   'change filters'
                 END-LINK
               END-DIV
           END-DISPLAY.
