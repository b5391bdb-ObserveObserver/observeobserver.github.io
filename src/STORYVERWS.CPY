      *    WORKING STORAGE FOR CHOOSING WHICH LANGUAGE VERSION OF A
      *    STORY A READER IS MAILED (SEE STORYVER.CPY). THE TABLE HOLDS
      *    EVERY LIVE ROW OF data/STORY.DAT; WS-SV-SINCE IS THE
      *    CALLER'S CHECKPOINT - A ROW PUBLISHED AFTER IT IS BEING
      *    ANNOUNCED IN THIS SAME RUN.
       01  WS-SV-COUNT              PIC 9(3)    VALUE 0.
       01  WS-SV-TABLE.
           05  WS-SV-ENTRY          OCCURS 300 TIMES.
               10  WS-SV-ID             PIC X(8).
               10  WS-SV-TITLE          PIC X(30).
               10  WS-SV-EXCERPT        PIC X(500).
               10  WS-SV-PUBDATE        PIC X(8).
               10  WS-SV-PROGRAM        PIC X(12).
               10  WS-SV-LANG           PIC X(2).
               10  WS-SV-ALT-ID         PIC X(8).
       01  WS-SV-SINCE              PIC X(8)    VALUE SPACES.
       01  WS-SV-WANTED-ID          PIC X(8).
       01  WS-SV-FOUND-IDX          PIC 9(3).
       01  WS-SV-STORY-IDX          PIC 9(3).
       01  WS-SV-ALT-IDX            PIC 9(3).
       01  WS-SV-PICKED             PIC 9(3).
       01  WS-SV-IDX                PIC 9(3).
       01  WS-SV-READER-LANG        PIC X(2).
       01  WS-SV-SECONDARY          PIC X       VALUE 'N'.
               88  SV-SECONDARY                 VALUE 'Y'.
