      *    WRITING GOAL RECORD - ONE LINE OF data/WRITING-GOALS.DAT,
      *    KEPT BY HAND. FIELDS SEPARATED BY '|':
      *        daily||500       WORDS OF NEW WRITING A DAY
      *        weekly||3000     WORDS A WEEK, MONDAY TO SUNDAY
      *        draft||2500      TARGET LENGTH FOR ANY DRAFT
      *        draft|M|4000     TARGET LENGTH FOR ONE DRAFT
      *    A DRAFT'S OWN ROW BEATS THE BLANK-ID DEFAULT. A GOAL WITH
      *    NO ROW IS ZERO, AND ZERO MEANS NO GOAL. READ THROUGH
      *    WGOAL.CBL.
       01  GOAL-RECORD.
           05  GOL-KIND            PIC X(8).
           05  GOL-STORY-ID        PIC X(8).
           05  GOL-WORDS           PIC X(7).
