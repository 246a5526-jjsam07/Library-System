       01 TX-PACKAGE-WS.
           05 TXP-REF-ID-WS.
               10 TXP-COURSE-WS PIC X(10).
               10 TXP-BOOK-ID-WS PIC 9(10).
           05 TXP-SET-BY-WS PIC X(20).
           05 TXP-SET-DATE-WS PIC 9(8).
