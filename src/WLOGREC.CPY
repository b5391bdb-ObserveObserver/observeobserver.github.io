      *    WRITING LOG RECORD - ONE LINE OF data/WRITING-LOG.DAT PER
      *    CHANGE TO A DRAFT'S BODY FILE, WRITTEN BY WRITELOG.CBL.
      *    FIELDS SEPARATED BY '|'. WLG-ADDED IS THE NET CHANGE IN
      *    WORDS SINCE THE LAST ROW FOR THE SAME STORY (NEGATIVE WHEN
      *    A PASS CUT MORE THAN IT ADDED); WLG-TOTAL IS THE BODY'S
      *    WORD COUNT AFTER THE CHANGE, WHICH THE NEXT ROW MEASURES
      *    FROM. WLG-SOURCE SAYS WHAT CHANGED IT:
      *        api         w=body FROM THE ROAD (API.COB)
      *        hand        AN EDIT MADE OUTSIDE THE SITE, NOTICED BY
      *                    WRITERPT.COB ON ITS NEXT RUN
      *        import      A BACKLOG STORY LANDED BY BULKLOAD.COB
      *        submission  A READER STORY ACCEPTED BY EDREVIEW.COB
      *    ONLY api AND hand ROWS ARE THE AUTHOR'S OWN NEW WRITING;
      *    THE GOALS AND STREAKS IN WRITERPT.COB COUNT ONLY THOSE.
       01  WRITING-LOG-RECORD.
           05  WLG-DATE            PIC X(8).
           05  WLG-TIME            PIC X(6).
           05  WLG-STORY-ID        PIC X(8).
           05  WLG-ADDED           PIC S9(7) SIGN LEADING SEPARATE.
           05  WLG-TOTAL           PIC 9(7).
           05  WLG-SOURCE          PIC X(10).
               88  WLG-OWN-WRITING             VALUE 'api' 'hand'.
