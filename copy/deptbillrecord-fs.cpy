      *    Canonical DEPT-BILL-RECORD file layout (deptbill.bin), the
      *    fines routed to departmental billing. One row per fine,
      *    keyed by the month it was routed (DBR-PERIOD, YYYYMM), the
      *    department and the fine's own key on fine.bin, so a month
      *    of one department's charges is one START. The monthly
      *    DeptInvoice run itemizes every row not yet invoiced from
      *    the months before its own and marks it invoiced.
       01 DEPT-BILL-RECORD.
           05 DBR-REF-ID.
               10 DBR-PERIOD PIC 9(6).
               10 DBR-DEPT-CODE PIC X(6).
               10 DBR-FINE-REF.
                   15 DBR-STUDENT-ID PIC 9(10).
                   15 DBR-BOOK-ID PIC 9(10).
                   15 DBR-ASSESSED-DATE PIC 9(8).
                   15 DBR-ASSESSED-TIME PIC 9(8).
           05 DBR-FTYPE PIC X(1).
           05 DBR-AMOUNT PIC 9(5)V99.
           05 DBR-ROUTED-DATE PIC 9(8).
           05 DBR-INVOICED PIC X(1).
           05 DBR-INVOICE-DATE PIC 9(8).
