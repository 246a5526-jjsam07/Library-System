               10 ALUM-A-YYYY-WS PIC 9(4).
               10 ALUM-A-MM-WS PIC 9(2).
               10 ALUM-A-DD-WS PIC 9(2).
           05 ALUM-PIN-SCHEME-WS PIC X(1).
           05 ALUM-PIN-SALT-WS PIC 9(8).
           05 ALUM-PIN-DIGEST-WS PIC 9(18).
