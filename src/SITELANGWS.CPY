      *    WORKING STORAGE FOR WORKING OUT THE READER'S LANGUAGE (SEE
      *    SITELANG.CPY). WS-READER-LANG COMES BACK AS TWO LOWER-CASE
      *    LETTERS, OR SPACES WHEN THE REQUEST NAMES NO LANGUAGE.
       01  WS-READER-LANG           PIC X(2)    VALUE SPACES.
       01  WS-RL-COOKIE             PIC X(400)  VALUE SPACES.
       01  WS-RL-COOKIE-LEN         PIC 9(4).
       01  WS-RL-SCAN-POS           PIC 9(4).
       01  WS-RL-ACCEPT-LANG        PIC X(60)   VALUE SPACES.
