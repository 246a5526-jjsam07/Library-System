      *    Canonical CTL-SNAP-RECORD file layout (ctlsnap.bin), the
      *    nightly control totals. One row per run date, taken by
      *    ControlTotals at CTS-TIME: loan copies out, copy.bin rows
      *    by condition (available, lost, retired, in repair, in
      *    transit), unpaid fine dollars, hold-shelf and waitlist
      *    rows. The next night starts from this row, adds the
      *    activity logged since CTS-DATE/CTS-TIME, and expects to
      *    arrive at its own counts; CTS-LOAN-GAP and CTS-FINE-GAP
      *    keep by how much it missed.
       01 CTL-SNAP-RECORD.
           05 CTS-DATE PIC 9(8).
           05 CTS-TIME PIC 9(8).
           05 CTS-OPEN-LOANS PIC 9(7).
           05 CTS-COPIES-AVAIL PIC 9(7).
           05 CTS-COPIES-LOST PIC 9(7).
           05 CTS-COPIES-RETIRED PIC 9(7).
           05 CTS-COPIES-REPAIR PIC 9(7).
           05 CTS-COPIES-TRANSIT PIC 9(7).
           05 CTS-FINES-OWED PIC 9(7)V99.
           05 CTS-OPEN-HOLDS PIC 9(7).
           05 CTS-WAITLIST-ROWS PIC 9(7).
           05 CTS-LOAN-GAP PIC S9(7).
           05 CTS-FINE-GAP PIC S9(7)V99.
