      *    KEYBOARD REFERENCE MASTER RECORD - ONE ROW PER CANONICAL
      *    NAME IN data/REF-SWITCHES.DAT, data/REF-LAYOUTS.DAT OR
      *    data/REF-PROFILES.DAT, WITH THE OTHER SPELLINGS IT IS
      *    KNOWN BY AS A COMMA-SEPARATED LIST. MATCHING IS CASE-BLIND,
      *    SO 'mx brown' NEEDS NO ALIAS OF ITS OWN WHEN 'MX Brown' IS
      *    LISTED. FIELDS SEPARATED BY '|'.
       01  KB-REF-RECORD.
           05  KBX-CANONICAL       PIC X(30).
           05  KBX-ALIASES         PIC X(200).
