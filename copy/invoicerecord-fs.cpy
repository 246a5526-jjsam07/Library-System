           05 INV-PO-NUMBER PIC 9(6).
           05 INV-POL-LINE-NUM PIC 9(3).
           05 INV-VENDOR PIC X(30).
           05 INV-VENDOR-CODE PIC X(8).
           05 INV-DATE.
               10 INV-YYYY PIC 9(4).
               10 INV-MM PIC 9(2).
