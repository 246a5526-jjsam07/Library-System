       01 TERM-END-WS.
           05 TED-DATE-WS.
               10 TED-YYYY-WS PIC 9(4).
               10 TED-MM-WS PIC 9(2).
               10 TED-DD-WS PIC 9(2).
           05 TED-NOTE-WS PIC X(30).
           05 TED-SET-BY-WS PIC X(20).
