               10 WMM-WS PIC 9(2).
               10 WDD-WS PIC 9(2).
               10 WYYYY-WS PIC 9(4).
           05 WPICKUP-BRANCH-WS PIC X(3).
           05 WBUMPED-WS PIC X(1).
               88 WAITLIST-IS-BUMPED-WS VALUE "Y".
           05 WBUMP-REASON-WS PIC X(40).
           05 WBUMP-BY-WS PIC X(20).
           05 WBUMP-DATE-WS PIC 9(8).
