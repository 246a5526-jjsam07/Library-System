       01 SALE-ITEM-WS.
           05 SIT-CODE-WS PIC X(6).
           05 SIT-DESC-WS PIC X(30).
           05 SIT-PRICE-WS PIC 9(5)V99.
           05 SIT-OPEN-PRICE-WS PIC X(1).
               88 SALE-ITEM-IS-OPEN-PRICE-WS VALUE "Y".
           05 SIT-ACTIVE-WS PIC X(1).
               88 SALE-ITEM-IS-ACTIVE-WS VALUE "Y".
