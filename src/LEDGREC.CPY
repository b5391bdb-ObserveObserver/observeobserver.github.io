      *    HOBBY LEDGER RECORD - ONE ROW PER SUM OF MONEY THAT MOVED,
      *    IN OR OUT, FOR THE SITE OR THE COLLECTION. CATEGORY IS ONE
      *    OF THE NAMES IN data/BUDGET.DAT (hosting, domain,
      *    maintenance, parts, boards, trades, OTHER); DIRECTION IS
      *    'in' OR 'out'; AMOUNT IS UNITS.CENTS, ALWAYS POSITIVE;
      *    SOURCE NAMES THE JOB THAT POSTED IT (manual FOR THE
      *    CONSOLE). ALSO THE PARAMETER BLOCK FOR CALL 'LEDGER'.
      *    FIELDS SEPARATED BY '|'.
       01  LEDGER-RECORD.
           05  LDG-DATE            PIC X(8).
           05  LDG-CATEGORY        PIC X(16).
           05  LDG-DIRECTION       PIC X(3).
           05  LDG-AMOUNT          PIC X(10).
           05  LDG-SOURCE          PIC X(12).
           05  LDG-MEMO            PIC X(80).
