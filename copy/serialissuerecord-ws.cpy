           05 SI-STATUS-WS PIC X(1).
               88 SI-IS-RECEIVED-WS VALUE "R".
               88 SI-IS-CLAIMED-WS VALUE "C".
               88 SI-AT-BINDERY-WS VALUE "B".
           05 SI-CLAIM-DATE-WS PIC 9(8).
