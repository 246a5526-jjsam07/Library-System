      *    the same way finerecord-fs composites its assessment
      *    timestamp; PAY-STUDENT-ID also carries an ALTERNATE RECORD
      *    KEY WITH DUPLICATES so one student's payment history can
      *    be browsed on its own. PAY-AMOUNT is always positive;
      *    PAY-METHOD says which way the money moved - "AD" takes an
      *    assessment down, "AI" puts one up, "RF" is paid out of
      *    the drawer, "CL" came in through the collection agency
      *    and "CW" is the balance left when the agency settles.
      *    A desk sale (DeskSales) is not a fine at all: "SC" cash
      *    or "SK" card, PAY-BOOK-ID carrying the sale number from
      *    sale.bin and PAY-STUDENT-ID zero for a walk-in.
       01 PAYMENT-RECORD.
           05 PAY-REF-ID.
               10 PAY-STUDENT-ID PIC 9(10).
