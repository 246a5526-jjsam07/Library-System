      *    Request block for the ClaimCheck subprogram. Set the
      *    student and book of a loan and CALL "ClaimCheck" USING
      *    CLK-REQUEST: CLK-UNDER-CLAIM says whether the loan has an
      *    open claims-returned claim, CLK-FILED-DATE when it was
      *    filed (the date the loan's fine stops), and
      *    CLK-CLAIM-COUNT how many claims the student has ever
      *    filed, open or closed. A zero book id asks for the count
      *    alone.
       01 CLK-REQUEST.
           05 CLK-STUDENT-ID PIC 9(10).
           05 CLK-BOOK-ID PIC 9(10).
           05 CLK-OPEN PIC X(1).
               88 CLK-UNDER-CLAIM VALUE "Y".
           05 CLK-FILED-DATE PIC 9(8).
           05 CLK-CLAIM-COUNT PIC 9(3).
