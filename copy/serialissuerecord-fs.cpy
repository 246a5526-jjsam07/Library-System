      *    claimed from the vendor after the grace period ("C"). A
      *    claimed issue that finally arrives is flipped to "R" by
      *    the check-in screen, so the holdings statement's missing
      *    list is always the still-unseen issues. A received issue
      *    boxed for binding is "B" while it is away and goes back to
      *    "R" when the bound volume is received. SI-CLAIM-DATE
      *    records the day a claim went to the vendor and stays on
      *    the row after the issue turns up, so claims can still be
      *    counted against the vendor.
       01 SERIAL-ISSUE-RECORD.
           05 SISSUE-REF-ID.
               10 SI-SUB-ID PIC 9(6).
               10 SI-R-MM PIC 9(2).
               10 SI-R-DD PIC 9(2).
           05 SI-STATUS PIC X(1).
           05 SI-CLAIM-DATE PIC 9(8).
