       01 AGENCY-WS.
           05 AGENCY-REF-ID-WS.
               10 AGY-STUDENT-ID-WS PIC 9(10).
               10 AGY-REFERRED-DATE-WS PIC 9(8).
           05 AGY-FINE-COUNT-WS PIC 9(3).
           05 AGY-PRINCIPAL-WS PIC 9(7)V99.
           05 AGY-FEE-WS PIC 9(5)V99.
           05 AGY-COLLECTED-WS PIC 9(7)V99.
           05 AGY-WRITTEN-OFF-WS PIC 9(7)V99.
           05 AGY-STATUS-WS PIC X(1).
               88 AGENCY-IS-OPEN-WS VALUE "O".
               88 AGENCY-IS-PAID-WS VALUE "P".
               88 AGENCY-IS-SETTLED-WS VALUE "S".
           05 AGY-CLOSED-DATE-WS PIC 9(8).
