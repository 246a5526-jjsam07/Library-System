      *    composites its pair, so one shelf slot exists per student
      *    and title; HOLD-BOOK-ID also carries an ALTERNATE RECORD
      *    KEY WITH DUPLICATES so every hold on a title can be listed.
      *    A copy trapped at one branch for a student collecting at
      *    another is held "T" (in transit) with HOLD-PICKUP-BY zero
      *    until BranchTransfer scans it in; the shelf clock and the
      *    pickup notice start then. Spaces in HOLD-STATUS read as
      *    on the shelf.
       01 HOLD-RECORD.
           05 HOLD-REF-ID.
               10 HOLD-STUDENT-ID PIC 9(10).
               10 HOLD-B-MM PIC 9(2).
               10 HOLD-B-DD PIC 9(2).
               10 HOLD-B-YYYY PIC 9(4).
           05 HOLD-PICKUP-BRANCH PIC X(3).
           05 HOLD-STATUS PIC X(1).
           05 HOLD-COPY-NUM PIC 9(3).
