      *    Canonical CAP-SNAP-RECORD file layout (capsnap.bin), the
      *    weekly capacity measurements CapacityReport takes. One
      *    row per measured item per run date, keyed by the item
      *    first so an item's history reads out in date order: a
      *    data file (CAP-KIND F - its record count in CAP-USED and
      *    its size on disk in CAP-BYTES, against the policy's file
      *    limit) or a number range (CAP-KIND R - the numbers used
      *    so far in CAP-USED against the last number the field can
      *    hold). The next run measures its growth from this row.
      *    CAP-DAYS-LEFT is the projection at the time - 9999999
      *    when the item was not growing or had no earlier row -
      *    and CAP-WARN is Y when it fell inside the warning
      *    horizon or the range was nearly spent.
       01 CAP-SNAP-RECORD.
           05 CAP-REF-ID.
               10 CAP-ITEM PIC X(16).
               10 CAP-DATE PIC 9(8).
           05 CAP-KIND PIC X(1).
           05 CAP-USED PIC 9(12).
           05 CAP-BYTES PIC 9(12).
           05 CAP-LIMIT PIC 9(12).
           05 CAP-DAYS-LEFT PIC 9(7).
           05 CAP-WARN PIC X(1).
