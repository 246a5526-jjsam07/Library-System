       01 EVENT-WS.
           05 EVT-ID-WS PIC 9(6).
           05 EVT-TITLE-WS PIC X(40).
           05 EVT-KIND-WS PIC X(1).
               88 EVT-IS-AUTHOR-VISIT-WS VALUE "A".
               88 EVT-IS-WORKSHOP-WS VALUE "W".
               88 EVT-IS-EXAM-WEEK-WS VALUE "E".
               88 EVT-IS-OTHER-WS VALUE "O".
               88 EVT-KIND-VALID-WS VALUE "A" "W" "E" "O".
           05 EVT-DATE-WS.
               10 EVT-YYYY-WS PIC 9(4).
               10 EVT-MM-WS PIC 9(2).
               10 EVT-DD-WS PIC 9(2).
           05 EVT-START-HH-WS PIC 9(2).
           05 EVT-HOURS-WS PIC 9(1).
           05 EVT-ROOM-CODE-WS PIC X(3).
           05 EVT-CAPACITY-WS PIC 9(3).
           05 EVT-AUDIENCE-WS PIC X(5).
           05 EVT-STATUS-WS PIC X(1).
               88 EVT-IS-SCHEDULED-WS VALUE "S".
               88 EVT-IS-CANCELLED-WS VALUE "X".
           05 EVT-ATTENDANCE-TAKEN-WS PIC X(1).
               88 EVT-WAS-HELD-WS VALUE "Y".
           05 EVT-WALKINS-WS PIC 9(3).
           05 EVT-ATTENDED-WS PIC 9(4).
           05 EVT-REMINDED-WS PIC X(1).
           05 EVT-SET-BY-WS PIC X(20).
           05 EVT-SET-DATE-WS PIC 9(8).
