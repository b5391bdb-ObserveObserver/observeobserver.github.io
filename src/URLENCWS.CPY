      *    WORKING STORAGE FOR PERCENT-ENCODING (SEE URLENC.CPY)
       01  WS-URLENC-IN            PIC X(220).
       01  WS-URLENC-OUT           PIC X(660).
       01  WS-URLENC-LEN           PIC 9(4).
       01  WS-URLENC-OUT-LEN       PIC 9(4).
       01  WS-URLENC-I             PIC 9(4).
       01  WS-URLENC-CH            PIC X.
       01  WS-URLENC-BYTE          PIC 9(3).
       01  WS-URLENC-HI            PIC 9(2).
       01  WS-URLENC-LO            PIC 9(2).
       01  WS-URLENC-HEX           PIC X(16)
               VALUE '0123456789ABCDEF'.
