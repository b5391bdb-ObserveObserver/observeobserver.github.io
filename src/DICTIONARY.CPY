       01  END-MIDDLE  PIC X(9)    VALUE '</CENTER>'.
       01  IMAGE       PIC X(4)    VALUE '<IMG'.
       01  END-IMAGE   PIC X(6)    VALUE '</IMG>'.
       01  AUDIO       PIC X(6)    VALUE '<AUDIO'.
       01  END-AUDIO   PIC X(8)    VALUE '</AUDIO>'.
       01  HANDLES     PIC X(9)    VALUE ' CONTROLS'.
       01  PRELOAD     PIC X(8)    VALUE ' PRELOAD'.
       01  GLOSS       PIC X(6)    VALUE '<SMALL'.
       01  END-GLOSS   PIC X(8)    VALUE '</SMALL>'.
       01  STYLE-ATTR  PIC X(6)    VALUE ' STYLE'.
       01  BOLD        PIC X(6)    VALUE '<BOLD>'.
       01  END-BOLD    PIC X(7)    VALUE '</BOLD>'.
       01  HREFLANG    PIC X(9)    VALUE ' HREFLANG'.
       01  ALT-ATTR    PIC X(4)    VALUE ' ALT'.
       01  SRCSET      PIC X(7)    VALUE ' SRCSET'.
       01  TICKED      PIC X(8)    VALUE ' CHECKED'.
       01  CHOOSE      PIC X(8)    VALUE '<SELECT '.
       01  END-CHOOSE  PIC X(9)    VALUE '</SELECT>'.
       01  OPTING      PIC X(8)    VALUE '<OPTION '.
       01  CLOSE-LINK  PIC X       VALUE '>'.
       01  CLOSE-PARA  PIC X       VALUE '>'.
       01  CLOSE-IMAGE PIC X       VALUE '>'.
       01  CLOSE-AUDIO PIC X       VALUE '>'.
       01  CLOSE-GLOSS PIC X       VALUE '>'.
       01 CLOSE-SCRIPT PIC X       VALUE '>'.
       01  CLOSE-FORM  PIC X       VALUE '>'.
       01  CLOSE-INPUT PIC X       VALUE '>'.
