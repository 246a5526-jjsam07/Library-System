      *    snapshot of current state, so once a loan is renewed or
      *    returned the day's traffic is gone - this file keeps one
      *    row per event (checkout, return, renewal, fine assessed,
      *    fine paid, in-house use) with who, what, when, the
      *    operator and any money amount, written through the
      *    LogCircEvent subprogram. An in-house use (INHOUSE) is an
      *    item read in the building and scanned at reshelving; it
      *    carries no borrower and is never a loan. A NOCOPY row
      *    is a student turned away at checkout because every copy
      *    was out - demand, never a loan either. CLAIMRET marks a
      *    patron claiming a loan returned while it still shows out.
      *    SALE is a desk sale, CIRC-BOOK-ID holding the sale number.
      *    CIRC-REF-ID composites the timestamp the way
      *    journalrecord-fs does, with CIRC-SEQ breaking ties inside
      *    the same hundredth of a second.
