      *    Request block for the TextbookIssue subprogram, the one
      *    place a textbook-rental package is lent. Set the student,
      *    the course, the operator and the term with its last day
      *    (the due date), and CALL "TextbookIssue" USING
      *    TXI-REQUEST. Each title in the course package goes out on
      *    an ordinary loan due that day with a txrental.bin row
      *    beside it; one line per title is displayed. Counts come
      *    back of titles issued, titles the student already had
      *    out, and titles that could not go out (no copy on the
      *    shelf, withdrawn, license used up). TXI-OK "N" with the
      *    reason in TXI-MESSAGE when nothing could be tried - no
      *    such student, or no package for the course.
       01 TXI-REQUEST.
           05 TXI-STUDENT-ID PIC 9(10).
           05 TXI-COURSE PIC X(10).
           05 TXI-OPERATOR PIC X(20).
           05 TXI-TERM PIC X(6).
           05 TXI-DUE-DATE PIC 9(8).
           05 TXI-ISSUED PIC 9(3).
           05 TXI-ALREADY-OUT PIC 9(3).
           05 TXI-SHORT PIC 9(3).
           05 TXI-OK PIC X(1).
           05 TXI-MESSAGE PIC X(50).
