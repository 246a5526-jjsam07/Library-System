       01 SALE-WS.
           05 SALE-REF-ID-WS.
               10 SALE-NUMBER-WS PIC 9(10).
               10 SALE-LINE-WS PIC 9(2).
           05 SALE-DATE-WS PIC 9(8).
           05 SALE-TIME-WS PIC 9(8).
           05 SALE-ITEM-CODE-WS PIC X(6).
           05 SALE-QTY-WS PIC 9(3).
           05 SALE-UNIT-PRICE-WS PIC 9(5)V99.
           05 SALE-AMOUNT-WS PIC 9(5)V99.
           05 SALE-TENDER-WS PIC X(1).
               88 SALE-PAID-CASH-WS VALUE "C".
               88 SALE-PAID-CARD-WS VALUE "K".
           05 SALE-OPERATOR-WS PIC X(20).
           05 SALE-STUDENT-ID-WS PIC 9(10).
