      *    Canonical CO-BORROW-RECORD file layout (coborrow.bin),
      *    rebuilt each week by CoBorrowBuild from history.bin: for
      *    each title, the other titles most often borrowed by the
      *    same students, best first. CB-RANK numbers them from 1 so
      *    the row key reads a title's list in order; CB-READERS is
      *    how many different students borrowed both, never below
      *    the policy's POL-COBORROW-MIN. A few more are kept than
      *    are shown, so a withdrawn title can be passed over.
       01 CO-BORROW-RECORD.
           05 CB-REF-ID.
               10 CB-BOOK-ID PIC 9(10).
               10 CB-RANK PIC 9(1).
           05 CB-OTHER-BOOK-ID PIC 9(10).
           05 CB-READERS PIC 9(5).
           05 CB-BUILT-DATE PIC 9(8).
