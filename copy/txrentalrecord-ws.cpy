       01 TX-RENTAL-WS.
           05 TXR-REF-ID-WS.
               10 TXR-STUDENT-ID-WS PIC 9(10).
               10 TXR-BOOK-ID-WS PIC 9(10).
           05 TXR-COURSE-WS PIC X(10).
           05 TXR-TERM-WS PIC X(6).
           05 TXR-COPY-NUM-WS PIC 9(3).
           05 TXR-ISSUE-DATE-WS PIC 9(8).
           05 TXR-DUE-DATE-WS PIC 9(8).
           05 TXR-STATUS-WS PIC X(1).
               88 TXR-IS-ISSUED-WS VALUE "I".
               88 TXR-IS-RETURNED-WS VALUE "R".
               88 TXR-IS-BILLED-WS VALUE "B".
           05 TXR-ISSUED-BY-WS PIC X(20).
           05 TXR-SETTLED-DATE-WS PIC 9(8).
           05 TXR-CHARGE-WS PIC 9(5)V99.
