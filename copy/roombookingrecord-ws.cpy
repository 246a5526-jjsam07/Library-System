           05 RB-STATUS-WS PIC X(1).
               88 RB-IS-BOOKED-WS VALUE "B".
               88 RB-IS-CHECKED-IN-WS VALUE "C".
               88 RB-IS-EVENT-WS VALUE "E".
