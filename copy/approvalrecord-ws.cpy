       01 APPROVAL-WS.
           05 APPR-ID-WS PIC 9(10).
           05 APPR-ACTION-WS PIC X(10).
           05 APPR-KEY-1-WS PIC 9(10).
           05 APPR-KEY-2-WS PIC 9(10).
           05 APPR-AMOUNT-WS PIC 9(7)V99.
           05 APPR-COUNT-WS PIC 9(5).
           05 APPR-DETAIL-WS PIC X(40).
           05 APPR-REQ-BY-ID-WS PIC 9(10).
           05 APPR-REQ-BY-WS PIC X(20).
           05 APPR-REQ-DATE-WS PIC 9(8).
           05 APPR-REQ-TIME-WS PIC 9(8).
           05 APPR-STATUS-WS PIC X(1).
               88 APPR-IS-PENDING-WS VALUE "P".
               88 APPR-IS-APPROVED-WS VALUE "A".
               88 APPR-IS-FAILED-WS VALUE "F".
               88 APPR-IS-REJECTED-WS VALUE "R".
           05 APPR-DECIDED-BY-ID-WS PIC 9(10).
           05 APPR-DECIDED-BY-WS PIC X(20).
           05 APPR-DECIDED-DATE-WS PIC 9(8).
           05 APPR-NOTE-WS PIC X(40).
