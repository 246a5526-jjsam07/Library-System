       01 CLAIM-WS.
           05 CLAIM-REF-ID-WS.
               10 CLM-STUDENT-ID-WS PIC 9(10).
               10 CLM-BOOK-ID-WS PIC 9(10).
               10 CLM-FILED-DATE-WS PIC 9(8).
           05 CLM-FILED-BY-WS PIC X(20).
           05 CLM-STATUS-WS PIC X(1).
               88 CLAIM-IS-OPEN-WS VALUE "O".
               88 CLAIM-WAS-FOUND-WS VALUE "F".
               88 CLAIM-WENT-LOST-WS VALUE "L".
           05 CLM-SEARCHES-DONE-WS PIC 9(1).
           05 CLM-SEARCHES-DUE-WS PIC 9(1).
           05 CLM-NEXT-SEARCH-DATE-WS PIC 9(8).
           05 CLM-CLOSED-BY-WS PIC X(20).
           05 CLM-CLOSED-DATE-WS PIC 9(8).
