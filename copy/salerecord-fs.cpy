      *    Canonical SALE-RECORD file layout (sale.bin): one row per
      *    line of a desk sale, keyed by the sale number NextNumber
      *    hands out (series "R") and the line within the sale. The
      *    money itself is posted once per sale to payment.bin
      *    (PAY-BOOK-ID carries the sale number, PAY-METHOD "SC" for
      *    cash or "SK" for card), so the drawer, the GL and the
      *    fines all read one ledger; these rows say what was sold.
       01 SALE-RECORD.
           05 SALE-REF-ID.
               10 SALE-NUMBER PIC 9(10).
               10 SALE-LINE PIC 9(2).
           05 SALE-DATE PIC 9(8).
           05 SALE-TIME PIC 9(8).
           05 SALE-ITEM-CODE PIC X(6).
           05 SALE-QTY PIC 9(3).
           05 SALE-UNIT-PRICE PIC 9(5)V99.
           05 SALE-AMOUNT PIC 9(5)V99.
           05 SALE-TENDER PIC X(1).
           05 SALE-OPERATOR PIC X(20).
           05 SALE-STUDENT-ID PIC 9(10).
