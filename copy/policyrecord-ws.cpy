           05 POL-DUE-RESERVE-WS PIC 9(3).
           05 POL-PWD-EXPIRY-DAYS-WS PIC 9(3).
           05 POL-RESTRICT-TYPES-WS PIC X(5).
           05 POL-IDLE-MINUTES-WS PIC 9(3).
           05 POL-FINE-MAX-ITEM-WS PIC 9(5)V99.
           05 POL-WAIT-PRIORITY-WS PIC X(6).
           05 POL-ADMIN-IDLE-DAYS-WS PIC 9(3).
           05 POL-DUAL-MONEY-LIMIT-WS PIC 9(5)V99.
           05 POL-DUAL-RECORD-LIMIT-WS PIC 9(4).
           05 POL-COBORROW-MIN-WS PIC 9(3).
           05 POL-CAPACITY-WARN-DAYS-WS PIC 9(3).
           05 POL-FILE-LIMIT-MB-WS PIC 9(5).
           05 POL-PLAIN-ID-UNTIL-WS PIC 9(8).
