       01 PATRON-NOTE-WS.
           05 PN-REF-ID-WS.
               10 PN-STUDENT-ID-WS PIC 9(10).
               10 PN-SET-DATE-WS PIC 9(8).
               10 PN-SET-TIME-WS PIC 9(8).
           05 PN-KIND-WS PIC X(1).
               88 PN-IS-NOTE-WS VALUE "N".
               88 PN-IS-BLOCK-WS VALUE "B".
           05 PN-REASON-WS PIC X(2).
               88 PN-REASON-OK-WS VALUE "DS" "RM" "CS" "OT".
           05 PN-TEXT-WS PIC X(60).
           05 PN-START-DATE-WS PIC 9(8).
           05 PN-END-DATE-WS PIC 9(8).
               88 PN-NO-END-DATE-WS VALUE 0.
           05 PN-SET-BY-WS PIC X(20).
           05 PN-CLEARED-DATE-WS PIC 9(8).
               88 PN-NOT-CLEARED-WS VALUE 0.
           05 PN-CLEARED-BY-WS PIC X(20).
