      *    Canonical CREDIT-RECORD file layout (credit.bin), the
      *    per-student credit ledger. Money the library holds for a
      *    patron - a desk overpayment, a bursar receipt larger than
      *    the open fines, the paid part of a charge later reversed -
      *    goes in as a "C" row; PatronCredit draws it down against
      *    the next charge as a "D" row and the refund screen pays it
      *    out as an "R" row. The balance is never stored: it is the
      *    sum of the student's rows, so the ledger and the balance
      *    cannot disagree. CRD-REF-ID leads with the student so one
      *    patron's rows browse together, then the timestamp and a
      *    tie-breaking sequence byte the way circeventrecord-fs
      *    does. CRD-SOURCE says where a credit came from (OP desk
      *    overpayment, BP bursar portal, FD reversed paid charge),
      *    FN for a draw against a fine, and the refund method (CA
      *    cash, CK cheque) on a refund.
       01 CREDIT-RECORD.
           05 CRD-REF-ID.
               10 CRD-STUDENT-ID PIC 9(10).
               10 CRD-DATE.
                   15 CRD-YYYY PIC 9(4).
                   15 CRD-MM PIC 9(2).
                   15 CRD-DD PIC 9(2).
               10 CRD-TIME PIC 9(8).
               10 CRD-SEQ PIC 9(2).
           05 CRD-KIND PIC X(1).
           05 CRD-SOURCE PIC X(2).
           05 CRD-AMOUNT PIC 9(5)V99.
           05 CRD-BOOK-ID PIC 9(10).
           05 CRD-OPERATOR PIC X(20).
           05 CRD-REASON PIC X(2).
