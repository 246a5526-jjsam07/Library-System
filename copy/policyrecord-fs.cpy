      *    there is only ever one row, the same shape as
      *    studentseq-fs. One limit and one loan window per patron
      *    class: undergrad, faculty, graduate, staff and community
      *    borrower. POL-IDLE-MINUTES is how long a signed-on menu
      *    may sit untouched before SessionRegistry ends the session
      *    (zero switches the timeout off). POL-FINE-MAX-ITEM is
      *    the most a single overdue copy can ever be charged, both
      *    by the nightly accrual and at the desk (zero means no
      *    ceiling). POL-WAIT-PRIORITY ranks the reservation queue:
      *    patron-type letters, highest first, with "R" for a
      *    faculty member whose course reserve list carries the
      *    title; types not named (and a blank string) queue by
      *    request date behind them. POL-ADMIN-IDLE-DAYS is how long
      *    an admin account may go without a sign-in before it is
      *    disabled (zero switches the limit off).
      *    POL-DUAL-MONEY-LIMIT and POL-DUAL-RECORD-LIMIT are the
      *    two-person rule: a fine waiver or reduction, or an
      *    amnesty campaign, forgiving more money than the first,
      *    and a title delete, merge or history purge touching more
      *    records than the second, waits in approval.bin for a
      *    second supervisor instead of taking effect at once.
      *    POL-COBORROW-MIN is the fewest different students who
      *    must have borrowed two titles before the one is offered
      *    as a "readers also borrowed" suggestion for the other.
      *    POL-CAPACITY-WARN-DAYS is the warning horizon of the
      *    weekly capacity report: a number range or data file
      *    projected to run out within that many days goes to the
      *    exception queue. POL-FILE-LIMIT-MB is the size, in
      *    megabytes, a data file is projected against.
      *    POL-PLAIN-ID-UNTIL is the last day a book or student id
      *    keyed or scanned without its check digit is still taken;
      *    zero leaves the changeover open.
       01 POLICY-RECORD.
           05 POLICY-KEY PIC 9(1).
           05 POL-MAX-UNDERGRAD PIC 9(3).
           05 POL-DUE-RESERVE PIC 9(3).
           05 POL-PWD-EXPIRY-DAYS PIC 9(3).
           05 POL-RESTRICT-TYPES PIC X(5).
           05 POL-IDLE-MINUTES PIC 9(3).
           05 POL-FINE-MAX-ITEM PIC 9(5)V99.
           05 POL-WAIT-PRIORITY PIC X(6).
           05 POL-ADMIN-IDLE-DAYS PIC 9(3).
           05 POL-DUAL-MONEY-LIMIT PIC 9(5)V99.
           05 POL-DUAL-RECORD-LIMIT PIC 9(4).
           05 POL-COBORROW-MIN PIC 9(3).
           05 POL-CAPACITY-WARN-DAYS PIC 9(3).
           05 POL-FILE-LIMIT-MB PIC 9(5).
           05 POL-PLAIN-ID-UNTIL PIC 9(8).
