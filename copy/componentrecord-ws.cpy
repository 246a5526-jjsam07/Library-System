       01 COMPONENT-WS.
           05 COMPONENT-REF-ID-WS.
               10 CMP-BOOK-ID-WS PIC 9(10).
               10 CMP-SEQ-WS PIC 9(2).
           05 CMP-DESCRIPTION-WS PIC X(30).
           05 CMP-VALUE-WS PIC 9(5)V99.
