      *    incident. FSTUDENT-ID also carries an ALTERNATE RECORD KEY
      *    WITH DUPLICATES so a student's outstanding fines can be
      *    browsed on their own once the loan itself is gone.
      *    FTYPE "A" is a running charge on a loan that is still out:
      *    FineAccrual re-prices it nightly and the return finalizes
      *    it to an overdue "O" fine in place, so it is owed like any
      *    other row but never billed twice. FPAID "C" marks a
      *    balance referred to the collection agency (AgencyReferral),
      *    no longer payable at our desk; the agency's referral fee
      *    is its own FTYPE "F" row, referred with the rest.
      *    FPAID "D" marks a fine routed to the patron's academic
      *    department for the monthly departmental invoice
      *    (DeptBilling); like a bursar transfer it is no longer
      *    owed at our desk.
       01 FINE-RECORD.
           05 FINE-REF-ID.
               10 FSTUDENT-ID PIC 9(10).
