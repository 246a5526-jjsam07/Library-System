      *    Canonical PAY-PLAN-FINE-RECORD file layout (payplanfine.bin),
      *    one row per fine a payment plan covers: the plan's key on
      *    payplan.bin, the fine's own key on fine.bin, and what was
      *    still owed on the fine the day the plan was agreed.
       01 PAY-PLAN-FINE-RECORD.
           05 PPF-REF-ID.
               10 PPF-PLAN-REF.
                   15 PPF-STUDENT-ID PIC 9(10).
                   15 PPF-START-DATE PIC 9(8).
               10 PPF-FINE-REF.
                   15 PPF-FSTUDENT-ID PIC 9(10).
                   15 PPF-BOOK-ID PIC 9(10).
                   15 PPF-ASSESSED-DATE PIC 9(8).
                   15 PPF-ASSESSED-TIME PIC 9(8).
           05 PPF-OWED-AT-START PIC 9(5)V99.
