      *    ABUSE REPORT RECORD - ONE ROW PER READER REPORT AGAINST A
      *    COMMENT OR GUESTBOOK ENTRY THAT IS ALREADY PUBLISHED, IN
      *    data/ABUSE-REPORTS.DAT UNTIL THE OWNER UPHOLDS OR
      *    DISMISSES IT. ABR-KIND SAYS WHICH LIVE FILE THE ROW LIVES
      *    IN AND HOW ABR-REF/ABR-KEY FIND IT:
      *        comment    REF = STORY ID (OR BLOG ENTRYnn),
      *                   KEY = COMMENT-ID (SEE COMREC.CPY)
      *        guestbook  REF = ENTRY DATE, KEY = ENTRY NAME - THE
      *                   SAME PAIR THE OWNER REPLIES ARE KEYED BY
      *    THE REPORTER ADDRESS IS OPTIONAL AND NEVER SHOWN. THE
      *    FILING STAMP COMES FIRST SO QUEUEAGE.COB CAN AGE THE
      *    QUEUE. FIELDS SEPARATED BY '|'.
       01  ABUSE-RECORD.
           05  ABR-FILED           PIC X(14).
           05  ABR-KIND            PIC X(10).
           05  ABR-REF             PIC X(8).
           05  ABR-KEY             PIC X(40).
           05  ABR-REPORTER        PIC X(60).
           05  ABR-REASON          PIC X(200).
