           05 SUB-ID-WS PIC 9(6).
           05 SUB-TITLE-WS PIC X(50).
           05 SUB-VENDOR-WS PIC X(30).
           05 SUB-VENDOR-CODE-WS PIC X(8).
           05 SUB-FREQUENCY-WS PIC X(1).
               88 SUB-IS-WEEKLY-WS VALUE "W".
               88 SUB-IS-MONTHLY-WS VALUE "M".
               10 SUB-X-MM-WS PIC 9(2).
               10 SUB-X-DD-WS PIC 9(2).
           05 SUB-GRACE-DAYS-WS PIC 9(3).
           05 SUB-COST-WS PIC 9(5)V99.
           05 SUB-FUND-CODE-WS PIC X(10).
           05 SUB-RENEWAL-STATUS-WS PIC X(1).
               88 SUB-RENEWAL-CONFIRMED-WS VALUE "R".
               88 SUB-RENEWAL-CANCELLED-WS VALUE "X".
           05 SUB-RENEWAL-PO-WS PIC 9(6).
