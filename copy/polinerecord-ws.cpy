           05 POL-QTY-RECEIVED-WS PIC 9(5).
           05 POL-UNIT-COST-WS PIC 9(5)V99.
           05 POL-FUND-CODE-WS PIC X(10).
           05 POL-SUB-ID-WS PIC 9(6).
           05 POL-RECEIVED-DATE-WS PIC 9(8).
