       01 PAY-PLAN-WS.
           05 PPL-REF-ID-WS.
               10 PPL-STUDENT-ID-WS PIC 9(10).
               10 PPL-START-DATE-WS PIC 9(8).
           05 PPL-AGREED-TOTAL-WS PIC 9(5)V99.
           05 PPL-INSTALLMENT-WS PIC 9(5)V99.
           05 PPL-INTERVAL-DAYS-WS PIC 9(3).
           05 PPL-NEXT-DUE-WS PIC 9(8).
           05 PPL-INSTALLMENTS-DUE-WS PIC 9(3).
           05 PPL-PAID-TO-DATE-WS PIC 9(5)V99.
           05 PPL-STATUS-WS PIC X(1).
               88 PPL-IS-CURRENT-WS VALUE "C".
               88 PPL-IS-LATE-WS VALUE "L".
               88 PPL-IS-COMPLETED-WS VALUE "D".
               88 PPL-IS-CANCELLED-WS VALUE "X".
               88 PPL-IS-OPEN-WS VALUE "C" "L".
           05 PPL-STATUS-DATE-WS PIC 9(8).
           05 PPL-FINE-COUNT-WS PIC 9(3).
           05 PPL-OPERATOR-WS PIC X(20).
