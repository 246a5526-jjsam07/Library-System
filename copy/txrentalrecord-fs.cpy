      *    Canonical TX-RENTAL-RECORD file layout (txrental.bin), one
      *    row per textbook issued on rental, keyed student/book the
      *    way the loan ticket in borrow.bin is. The loan itself is
      *    an ordinary borrow.bin loan due on the last day of the
      *    term; this row says it is a rental, for which course and
      *    term, and which copy went out. TXR-STATUS "I" issued and
      *    not yet settled, "R" returned, "B" billed as unreturned
      *    through the term-end run (TXR-CHARGE the replacement
      *    charge raised). TXR-TERM carries a duplicate key so the
      *    term-end collection reads one term's rentals.
       01 TX-RENTAL-RECORD.
           05 TXR-REF-ID.
               10 TXR-STUDENT-ID PIC 9(10).
               10 TXR-BOOK-ID PIC 9(10).
           05 TXR-COURSE PIC X(10).
           05 TXR-TERM PIC X(6).
           05 TXR-COPY-NUM PIC 9(3).
           05 TXR-ISSUE-DATE PIC 9(8).
           05 TXR-DUE-DATE PIC 9(8).
           05 TXR-STATUS PIC X(1).
           05 TXR-ISSUED-BY PIC X(20).
           05 TXR-SETTLED-DATE PIC 9(8).
           05 TXR-CHARGE PIC 9(5)V99.
