               10 REP-YYYY-WS PIC 9(4).
               10 REP-MM-WS PIC 9(2).
               10 REP-DD-WS PIC 9(2).
           05 REP-RETURNED-BY-WS PIC 9(10).
