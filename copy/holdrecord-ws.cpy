               10 HOLD-B-MM-WS PIC 9(2).
               10 HOLD-B-DD-WS PIC 9(2).
               10 HOLD-B-YYYY-WS PIC 9(4).
           05 HOLD-PICKUP-BRANCH-WS PIC X(3).
           05 HOLD-STATUS-WS PIC X(1).
               88 HOLD-ON-SHELF-WS VALUE "S" " ".
               88 HOLD-IN-TRANSIT-WS VALUE "T".
           05 HOLD-COPY-NUM-WS PIC 9(3).
