       01 CAP-SNAP-WS.
           05 CAP-REF-ID-WS.
               10 CAP-ITEM-WS PIC X(16).
               10 CAP-DATE-WS PIC 9(8).
           05 CAP-KIND-WS PIC X(1).
               88 CAP-IS-FILE-WS VALUE "F".
               88 CAP-IS-RANGE-WS VALUE "R".
           05 CAP-USED-WS PIC 9(12).
           05 CAP-BYTES-WS PIC 9(12).
           05 CAP-LIMIT-WS PIC 9(12).
           05 CAP-DAYS-LEFT-WS PIC 9(7).
           05 CAP-WARN-WS PIC X(1).
               88 CAP-IS-WARNING-WS VALUE "Y".
