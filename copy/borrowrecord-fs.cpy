      *    patron class's loan window) so the desk, the student's own
      *    loan list and the overdue sweep all read the same due date
      *    instead of each re-deriving it from BORROWDATE.
      *    Every SELECT also names BDUE-KEY, a split alternate key
      *    of BDUE-YYYY, BDUE-MM and BDUE-DD WITH DUPLICATES, so the
      *    sweeps can START at the first day of their window and stop
      *    at the first loan due after it. Loans keyed before due
      *    dates were stored carry zeros and come first on that key.
      *    A borrow.bin built before the key existed is rebuilt with
      *    it by the rebuild and restore utilities.
      *    BCOPY-NUM records which copy.bin copy (CCOPY-NUM under
      *    this BBOOK-ID) went out: one slot per copy on the ticket,
      *    slots 1 thru BQUANTITY in use, the rest zero. A zero in a
      *    used slot is a loan keyed before copies were recorded, or
      *    a title with no copy.bin rows - the return paths then fall
      *    back to "any copy of this title".
       01 BBOOK.
           05 BORROW-REF-ID.
               10 BORROWER-ID PIC 9(10).
               10 BDUE-DD PIC 9(2).
               10 BDUE-YYYY PIC 9(4).
           05 BDUE-TIME PIC 9(4).
           05 BCOPY-LIST.
               10 BCOPY-NUM PIC 9(3) OCCURS 10 TIMES.
