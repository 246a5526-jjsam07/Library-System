      *    out-of-circulation path works) and sits here with the
      *    logged reason until mending is done and the
      *    return-to-shelf step restores the copy and the counter.
      *    REP-RETURNED-BY is the borrower whose loan the copy came
      *    back from (zero when it was pulled off the shelf rather
      *    than graded at a return).
       01 REPAIR-RECORD.
           05 REPAIR-REF-ID.
               10 REP-BOOK-ID PIC 9(10).
               10 REP-YYYY PIC 9(4).
               10 REP-MM PIC 9(2).
               10 REP-DD PIC 9(2).
           05 REP-RETURNED-BY PIC 9(10).
