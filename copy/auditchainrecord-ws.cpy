       01 AUDIT-CHAIN-WS.
           05 ACN-SEQ-WS PIC 9(10).
           05 ACN-KIND-WS PIC X(1).
               88 ACN-IS-HEAD-WS VALUE "H".
               88 ACN-IS-ENTRY-WS VALUE "E".
               88 ACN-IS-SEAL-WS VALUE "S".
           05 ACN-LINK-TEXT-WS.
               10 ACN-DAY-WS PIC 9(8).
               10 ACN-ENTRY-WS.
                   15 ACN-ENTRY-KEY-WS.
                       20 ACN-BOOK-ID-WS PIC 9(10).
                       20 ACN-DATE-WS PIC 9(8).
                       20 ACN-TIME-WS PIC 9(8).
                   15 ACN-ACTION-WS PIC X(10).
                   15 ACN-USER-WS PIC X(20).
               10 ACN-HEAD-WS REDEFINES ACN-ENTRY-WS.
                   15 ACN-LAST-SEQ-WS PIC 9(10).
                   15 ACN-FIRST-SEQ-WS PIC 9(10).
                   15 ACN-OPEN-DAY-WS PIC 9(8).
                   15 ACN-LAST-SEALED-WS PIC 9(8).
                   15 ACN-CARRIED-CHECK-WS PIC 9(18).
                   15 FILLER PIC X(2).
               10 ACN-DAY-COUNT-WS PIC 9(6).
           05 ACN-PRIOR-CHECK-WS PIC 9(18).
           05 ACN-CHECK-WS PIC 9(18).
