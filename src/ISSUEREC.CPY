      *    NEWSLETTER ISSUE RECORD - ONE ROW PER HAND-WRITTEN ISSUE IN
      *    data/ISSUES.DAT. THE OWNER ADDS A ROW (OR LETS NEWSLTR.COB
      *    NUMBER ONE) AS 'draft' AND WRITES THE TEXT INTO THE BODY
      *    FILE, ONE PARAGRAPH PER LINE, THE SAME AS A BLOG NOTE
      *    UNDER data/BLOG/. NEWSLTR.COB MOVES IT TO 'test-sent' WHEN
      *    A TEST COPY GOES TO THE OWNER AND TO 'sent' - STAMPING
      *    ISSUE-SENT-DATE - WHEN THE LIST IS QUEUED; ONLY 'sent'
      *    ISSUES ARE EVER SHOWN ON ISSUES.COB.
       01  ISSUE-RECORD.
           05  ISSUE-NUMBER        PIC 9(4).
           05  ISSUE-SUBJECT       PIC X(80).
           05  ISSUE-BODY          PIC X(60).
           05  ISSUE-STATUS        PIC X(10).
               88  ISSUE-DRAFT                 VALUE 'draft'.
               88  ISSUE-TEST-SENT             VALUE 'test-sent'.
               88  ISSUE-SENT                  VALUE 'sent'.
           05  ISSUE-SENT-DATE     PIC X(8).
