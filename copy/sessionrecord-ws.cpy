       01 SESSION-WS.
           05 SESS-KEY-WS.
               10 SESS-TERMINAL-WS PIC X(10).
               10 SESS-KIND-WS PIC X(1).
                   88 SESS-IS-ADMIN-WS VALUE "A".
                   88 SESS-IS-STUDENT-WS VALUE "S".
               10 SESS-USER-ID-WS PIC 9(10).
           05 SESS-USER-NAME-WS PIC X(20).
           05 SESS-START-DATE-WS.
               10 SESS-S-YYYY-WS PIC 9(4).
               10 SESS-S-MM-WS PIC 9(2).
               10 SESS-S-DD-WS PIC 9(2).
           05 SESS-START-TIME-WS.
               10 SESS-S-HH-WS PIC 9(2).
               10 SESS-S-MI-WS PIC 9(2).
               10 SESS-S-SS-WS PIC 9(2).
           05 SESS-LAST-DATE-WS.
               10 SESS-L-YYYY-WS PIC 9(4).
               10 SESS-L-MM-WS PIC 9(2).
               10 SESS-L-DD-WS PIC 9(2).
           05 SESS-LAST-TIME-WS.
               10 SESS-L-HH-WS PIC 9(2).
               10 SESS-L-MI-WS PIC 9(2).
               10 SESS-L-SS-WS PIC 9(2).
           05 SESS-STATUS-WS PIC X(1).
               88 SESS-LIVE-WS VALUE "L".
               88 SESS-FORCED-OFF-WS VALUE "F".
           05 SESS-ENDED-BY-WS PIC X(20).
