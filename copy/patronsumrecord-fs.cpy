      *    Canonical PATRON-SUM-RECORD file layout (patronsum.bin),
      *    one running account summary per student: loans out,
      *    reservations and hold-shelf items open, the unpaid fine
      *    balance the block threshold is tested against (settled
      *    and disputed fines left out, referred fines still owed)
      *    and the date anything last moved. The detail files stay
      *    the truth; this row is kept current by PatronSummary at
      *    every loan, return, hold, fine and payment so the desk
      *    can answer "how many out, how much owed" without walking
      *    borrow.bin and fine.bin for the student each time.
       01 PATRON-SUM-RECORD.
           05 PSUM-STUDENT-ID PIC 9(10).
           05 PSUM-OPEN-LOANS PIC 9(3).
           05 PSUM-OPEN-HOLDS PIC 9(3).
           05 PSUM-BALANCE PIC S9(7)V99.
           05 PSUM-LAST-ACTIVITY PIC 9(8).
