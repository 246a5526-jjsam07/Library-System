       01 CTL-SNAP-WS.
           05 CTS-DATE-WS PIC 9(8).
           05 CTS-TIME-WS PIC 9(8).
           05 CTS-OPEN-LOANS-WS PIC 9(7).
           05 CTS-COPY-COUNTS-WS.
               10 CTS-COPIES-AVAIL-WS PIC 9(7).
               10 CTS-COPIES-LOST-WS PIC 9(7).
               10 CTS-COPIES-RETIRED-WS PIC 9(7).
               10 CTS-COPIES-REPAIR-WS PIC 9(7).
               10 CTS-COPIES-TRANSIT-WS PIC 9(7).
           05 CTS-COPY-TABLE-WS REDEFINES CTS-COPY-COUNTS-WS.
               10 CTS-COPIES-WS PIC 9(7) OCCURS 5 TIMES.
           05 CTS-FINES-OWED-WS PIC 9(7)V99.
           05 CTS-OPEN-HOLDS-WS PIC 9(7).
           05 CTS-WAITLIST-ROWS-WS PIC 9(7).
           05 CTS-LOAN-GAP-WS PIC S9(7).
           05 CTS-FINE-GAP-WS PIC S9(7)V99.
