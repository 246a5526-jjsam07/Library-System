               10 ADMIN-PWD-DD-WS PIC 9(2).
           05 ADMIN-PWD-TEMP-WS PIC X(1).
               88 ADMIN-PWD-IS-TEMP-WS VALUE "Y".
           05 ADMIN-PWD-SCHEME-WS PIC X(1).
               88 ADMIN-PWD-SALTED-WS VALUE "S".
               88 ADMIN-PWD-WRAPPED-WS VALUE "W".
           05 ADMIN-PWD-SALT-WS PIC 9(8).
           05 ADMIN-PWD-DIGEST-WS PIC 9(18).
           05 ADMIN-LAST-LOGIN-DATE-WS.
               10 ADMIN-LOGIN-YYYY-WS PIC 9(4).
               10 ADMIN-LOGIN-MM-WS PIC 9(2).
               10 ADMIN-LOGIN-DD-WS PIC 9(2).
           05 ADMIN-DISABLED-WS PIC X(1).
               88 ADMIN-IS-DISABLED-WS VALUE "Y".
           05 ADMIN-STATUS-DATE-WS PIC 9(8).
           05 ADMIN-STATUS-BY-WS PIC X(20).
           05 ADMIN-STATUS-REASON-WS PIC X(40).
           05 ADMIN-HOME-CARD-WS PIC 9(10).
