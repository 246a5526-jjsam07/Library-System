       01 LICENSE-WS.
           05 LIC-REF-ID-WS.
               10 LIC-BOOK-ID-WS PIC 9(10).
               10 LIC-COPY-NUM-WS PIC 9(3).
           05 LIC-VENDOR-CODE-WS PIC X(8).
           05 LIC-LOANS-ALLOWED-WS PIC 9(5).
           05 LIC-LOANS-USED-WS PIC 9(5).
           05 LIC-END-DATE-WS PIC 9(8).
           05 LIC-WARN-LOANS-WS PIC 9(3).
           05 LIC-WARN-DAYS-WS PIC 9(3).
           05 LIC-STATUS-WS PIC X(1).
               88 LIC-IS-ACTIVE-WS VALUE "A".
               88 LIC-IS-ENDED-WS VALUE "X".
           05 LIC-WARNED-WS PIC X(1).
               88 LIC-WAS-WARNED-WS VALUE "Y".
           05 LIC-PO-NUMBER-WS PIC 9(6).
           05 LIC-SET-BY-WS PIC X(20).
           05 LIC-SET-DATE-WS PIC 9(8).
