           05 INV-PO-NUMBER-WS PIC 9(6).
           05 INV-POL-LINE-NUM-WS PIC 9(3).
           05 INV-VENDOR-WS PIC X(30).
           05 INV-VENDOR-CODE-WS PIC X(8).
           05 INV-DATE-WS.
               10 INV-YYYY-WS PIC 9(4).
               10 INV-MM-WS PIC 9(2).
