      *    PUBLISHED ANSWER RECORD - ONE ROW PER QUESTION ASKDESK.COB
      *    ANSWERED, IN data/ANSWERS.DAT, SHOWN ON ANSWERS.COB AND
      *    INDEXED FOR SEARCH.COB BY SEARCHIDX.COB. ANS-ID IS ASKnnn,
      *    NUMBERED IN THE ORDER ANSWERS WERE GIVEN, AND DOUBLES AS
      *    THE PAGE ANCHOR (ANSWERS.COB#ASKnnn). ANS-ASKED IS THE DATE
      *    THE QUESTION CAME IN, ANS-DATE THE DATE IT WAS ANSWERED.
      *    ANS-STORIES IS A COMMA LIST OF THE STORY IDS THE ANSWER
      *    CONCERNS (MAY BE BLANK); THE PAGE ONLY LINKS THOSE THAT
      *    ARE PUBLISHED. FIELDS SEPARATED BY '|'.
       01  ANSWER-RECORD.
           05  ANS-ID              PIC X(8).
           05  ANS-DATE            PIC X(8).
           05  ANS-ASKED           PIC X(8).
           05  ANS-STORIES         PIC X(30).
           05  ANS-QUESTION        PIC X(300).
           05  ANS-ANSWER          PIC X(500).
