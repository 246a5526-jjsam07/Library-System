      *    Canonical PAY-PLAN-RECORD file layout (payplan.bin), the
      *    installment plans agreed with patrons whose balance is
      *    past the borrowing block. Keyed by student and the date
      *    the plan was agreed, so a patron's plans - the one in
      *    force and any completed or cancelled before it - are one
      *    START. The fines a plan covers are on payplanfine.bin
      *    under the same key.
       01 PAY-PLAN-RECORD.
           05 PPL-REF-ID.
               10 PPL-STUDENT-ID PIC 9(10).
               10 PPL-START-DATE PIC 9(8).
           05 PPL-AGREED-TOTAL PIC 9(5)V99.
           05 PPL-INSTALLMENT PIC 9(5)V99.
           05 PPL-INTERVAL-DAYS PIC 9(3).
           05 PPL-NEXT-DUE PIC 9(8).
           05 PPL-INSTALLMENTS-DUE PIC 9(3).
           05 PPL-PAID-TO-DATE PIC 9(5)V99.
           05 PPL-STATUS PIC X(1).
           05 PPL-STATUS-DATE PIC 9(8).
           05 PPL-FINE-COUNT PIC 9(3).
           05 PPL-OPERATOR PIC X(20).
