       01 GIFT-ITEM-WS.
           05 GIFT-ITEM-REF-ID-WS.
               10 GI-GIFT-NUMBER-WS PIC 9(6).
               10 GI-SEQ-WS PIC 9(4).
           05 GI-TITLE-WS PIC X(50).
           05 GI-AUTHOR-WS PIC X(50).
           05 GI-DECISION-WS PIC X(1).
               88 GI-ADDED-WS VALUE "A".
               88 GI-TO-BOOK-SALE-WS VALUE "S".
               88 GI-DISCARDED-WS VALUE "D".
           05 GI-BOOK-ID-WS PIC 9(10).
           05 GI-DECIDED-BY-WS PIC X(20).
