       01 BIND-ITEM-WS.
           05 BIT-REF-ID-WS.
               10 BIT-SHIP-NUM-WS PIC 9(6).
               10 BIT-ITEM-NUM-WS PIC 9(3).
           05 BIT-KIND-WS PIC X(1).
               88 BIT-IS-COPY-WS VALUE "C".
               88 BIT-IS-ISSUE-WS VALUE "S".
           05 BIT-BOOK-ID-WS PIC 9(10).
           05 BIT-COPY-NUM-WS PIC 9(3).
           05 BIT-SUB-ID-WS PIC 9(6).
           05 BIT-VOLUME-WS PIC 9(3).
           05 BIT-ISSUE-NUM-WS PIC 9(3).
           05 BIT-REASON-WS PIC X(30).
