      *    PRIVACY NOTICE VERSION RECORD - ONE ROW OF data/PRIVACY.DAT
      *    PER PUBLISHED VERSION OF THE NOTICE. A VERSION NEVER
      *    CHANGES ONCE PUBLISHED - A CHANGE IS A NEW ROW WITH THE
      *    NEXT NUMBER, SO A CONSENT ROW'S VERSION (CONSREC.CPY)
      *    ALWAYS POINTS AT THE WORDS THE READER ACTUALLY SAW. THE
      *    VERSION IN FORCE IS THE HIGHEST ONE WHOSE EFFECTIVE DATE
      *    HAS ARRIVED; A FUTURE-DATED ROW WAITS. PRIVACY-BODY IS THE
      *    TEXT FILE (ONE PARAGRAPH PER LINE, data/PRIVACY/<nnnn>.TXT
      *    BY CONVENTION) AND PRIVACY-SUMMARY IS THE ONE-LINE "WHAT
      *    CHANGED" THE RE-CONSENT NOTICE CARRIES. FIELDS SEPARATED BY
      *    '|' - VERSION|EFFECTIVE|BODY|SUMMARY.
       01  PRIVACY-RECORD.
           05  PRIVACY-VERSION     PIC 9(4).
           05  PRIVACY-EFFECTIVE   PIC X(8).
           05  PRIVACY-BODY        PIC X(60).
           05  PRIVACY-SUMMARY     PIC X(120).
