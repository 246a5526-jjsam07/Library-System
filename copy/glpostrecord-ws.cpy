       01 GL-POST-WS.
           05 GL-POST-DATE-WS.
               10 GL-POST-YYYY-WS PIC 9(4).
               10 GL-POST-MM-WS PIC 9(2).
               10 GL-POST-DD-WS PIC 9(2).
           05 GL-POSTED-ON-DATE-WS PIC 9(8).
           05 GL-POSTED-ON-TIME-WS PIC 9(8).
           05 GL-POSTED-BY-WS PIC X(20).
           05 GL-POST-LINES-WS PIC 9(5).
           05 GL-POST-DEBITS-WS PIC 9(9)V99.
           05 GL-POST-CREDITS-WS PIC 9(9)V99.
