       01 SERIES-WS.
           05 SER-BOOK-ID-WS PIC 9(10).
           05 SER-ORDER-KEY-WS.
               10 SER-NAME-WS PIC X(40).
               10 SER-VOLUME-WS PIC 9(3).
           05 SER-CHANGED-BY-WS PIC X(20).
           05 SER-CHANGED-DATE-WS PIC 9(8).
