       01 CO-BORROW-WS.
           05 CB-REF-ID-WS.
               10 CB-BOOK-ID-WS PIC 9(10).
               10 CB-RANK-WS PIC 9(1).
           05 CB-OTHER-BOOK-ID-WS PIC 9(10).
           05 CB-READERS-WS PIC 9(5).
           05 CB-BUILT-DATE-WS PIC 9(8).
