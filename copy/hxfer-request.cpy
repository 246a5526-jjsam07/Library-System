      *    Request block for the HoldTransfer subprogram, called by
      *    every program that traps a copy on the hold shelf for a
      *    waitlisted student. HXF-PICKUP-BRANCH is the branch the
      *    student chose (spaces - wherever the copy is). When the
      *    copy sits somewhere else a transfer row is raised for it
      *    and HXF-RESULT comes back "T": the caller writes the hold
      *    in transit with no pickup-by date. "S" means the copy is
      *    already where the student will collect it.
       01 HXF-REQUEST.
           05 HXF-STUDENT-ID PIC 9(10).
           05 HXF-BOOK-ID PIC 9(10).
           05 HXF-COPY-NUM PIC 9(3).
           05 HXF-PICKUP-BRANCH PIC X(3).
           05 HXF-COPY-BRANCH PIC X(3).
           05 HXF-RESULT PIC X(1).
               88 HXF-ON-SHELF VALUE "S".
               88 HXF-IN-TRANSIT VALUE "T".
