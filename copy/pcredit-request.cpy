      *    Request block for PatronCredit. PCR-FUNC "B" only reports
      *    the balance; "A" adds PCR-AMOUNT as a credit from
      *    PCR-SOURCE; "D" draws up to PCR-AMOUNT against the charge
      *    on PCR-BOOK-ID; "R" refunds PCR-AMOUNT by the method in
      *    PCR-SOURCE and is refused whole if the balance is short.
      *    PCR-DONE-AMOUNT comes back with what was actually added,
      *    drawn or refunded, PCR-BALANCE with the balance after.
       01 PCR-REQUEST.
           05 PCR-FUNC PIC X(1).
           05 PCR-STUDENT-ID PIC 9(10).
           05 PCR-BOOK-ID PIC 9(10).
           05 PCR-AMOUNT PIC 9(5)V99.
           05 PCR-SOURCE PIC X(2).
           05 PCR-OPERATOR PIC X(20).
           05 PCR-REASON PIC X(2).
           05 PCR-DONE-AMOUNT PIC 9(5)V99.
           05 PCR-BALANCE PIC 9(7)V99.
