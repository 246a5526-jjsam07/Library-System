       01 EVENT-REG-WS.
           05 ERG-REF-ID-WS.
               10 ERG-EVENT-ID-WS PIC 9(6).
               10 ERG-STUDENT-ID-WS PIC 9(10).
           05 ERG-STATUS-WS PIC X(1).
               88 ERG-IS-REGISTERED-WS VALUE "R".
               88 ERG-IS-WAITLISTED-WS VALUE "W".
               88 ERG-IS-CANCELLED-WS VALUE "C".
               88 ERG-EVENT-WITHDRAWN-WS VALUE "X".
               88 ERG-ATTENDED-WS VALUE "A".
               88 ERG-NO-SHOW-WS VALUE "N".
               88 ERG-HOLDS-PLACE-WS VALUE "R" "A" "N".
           05 ERG-SIGNED-DATE-WS PIC 9(8).
           05 ERG-SIGNED-TIME-WS PIC 9(8).
           05 ERG-CHANGED-DATE-WS PIC 9(8).
