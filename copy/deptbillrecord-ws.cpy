       01 DEPT-BILL-WS.
           05 DBR-REF-ID-WS.
               10 DBR-PERIOD-WS PIC 9(6).
               10 DBR-DEPT-CODE-WS PIC X(6).
               10 DBR-FINE-REF-WS.
                   15 DBR-STUDENT-ID-WS PIC 9(10).
                   15 DBR-BOOK-ID-WS PIC 9(10).
                   15 DBR-ASSESSED-DATE-WS PIC 9(8).
                   15 DBR-ASSESSED-TIME-WS PIC 9(8).
           05 DBR-FTYPE-WS PIC X(1).
           05 DBR-AMOUNT-WS PIC 9(5)V99.
           05 DBR-ROUTED-DATE-WS PIC 9(8).
           05 DBR-INVOICED-WS PIC X(1).
               88 DBR-IS-INVOICED-WS VALUE "Y".
           05 DBR-INVOICE-DATE-WS PIC 9(8).
