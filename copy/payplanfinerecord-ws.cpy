       01 PAY-PLAN-FINE-WS.
           05 PPF-REF-ID-WS.
               10 PPF-PLAN-REF-WS.
                   15 PPF-STUDENT-ID-WS PIC 9(10).
                   15 PPF-START-DATE-WS PIC 9(8).
               10 PPF-FINE-REF-WS.
                   15 PPF-FSTUDENT-ID-WS PIC 9(10).
                   15 PPF-BOOK-ID-WS PIC 9(10).
                   15 PPF-ASSESSED-DATE-WS PIC 9(8).
                   15 PPF-ASSESSED-TIME-WS PIC 9(8).
           05 PPF-OWED-AT-START-WS PIC 9(5)V99.
