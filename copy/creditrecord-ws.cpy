       01 CREDIT-WS.
           05 CRD-REF-ID-WS.
               10 CRD-STUDENT-ID-WS PIC 9(10).
               10 CRD-DATE-WS.
                   15 CRD-YYYY-WS PIC 9(4).
                   15 CRD-MM-WS PIC 9(2).
                   15 CRD-DD-WS PIC 9(2).
               10 CRD-TIME-WS PIC 9(8).
               10 CRD-SEQ-WS PIC 9(2).
           05 CRD-KIND-WS PIC X(1).
               88 CRD-IS-CREDIT-WS VALUE "C".
               88 CRD-IS-DRAW-WS VALUE "D".
               88 CRD-IS-REFUND-WS VALUE "R".
           05 CRD-SOURCE-WS PIC X(2).
               88 CRD-FROM-OVERPAY-WS VALUE "OP".
               88 CRD-FROM-BURSAR-WS VALUE "BP".
               88 CRD-FROM-REVERSAL-WS VALUE "FD".
               88 CRD-REFUND-CASH-WS VALUE "CA".
               88 CRD-REFUND-CHEQUE-WS VALUE "CK".
           05 CRD-AMOUNT-WS PIC 9(5)V99.
           05 CRD-BOOK-ID-WS PIC 9(10).
           05 CRD-OPERATOR-WS PIC X(20).
           05 CRD-REASON-WS PIC X(2).
