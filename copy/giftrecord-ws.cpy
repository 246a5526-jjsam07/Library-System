       01 GIFT-WS.
           05 GIFT-NUMBER-WS PIC 9(6).
           05 GIFT-DONOR-NAME-WS PIC X(40).
           05 GIFT-DONOR-ADDR-1-WS PIC X(40).
           05 GIFT-DONOR-ADDR-2-WS PIC X(40).
           05 GIFT-DATE-WS.
               10 GIFT-YYYY-WS PIC 9(4).
               10 GIFT-MM-WS PIC 9(2).
               10 GIFT-DD-WS PIC 9(2).
           05 GIFT-ITEM-COUNT-WS PIC 9(4).
           05 GIFT-EST-VALUE-WS PIC 9(7)V99.
           05 GIFT-RECEIVED-BY-WS PIC X(20).
           05 GIFT-ACK-DATE-WS PIC 9(8).
