       01 BIND-SHIP-WS.
           05 BSH-SHIP-NUM-WS PIC 9(6).
           05 BSH-VENDOR-WS PIC X(30).
           05 BSH-SENT-DATE-WS PIC 9(8).
           05 BSH-DUE-DATE-WS PIC 9(8).
           05 BSH-FUND-CODE-WS PIC X(10).
           05 BSH-ITEM-COST-WS PIC 9(5)V99.
           05 BSH-ITEM-COUNT-WS PIC 9(3).
           05 BSH-STATUS-WS PIC X(1).
               88 BSH-IS-SENT-WS VALUE "S".
               88 BSH-IS-RECEIVED-WS VALUE "R".
           05 BSH-RECEIVED-DATE-WS PIC 9(8).
