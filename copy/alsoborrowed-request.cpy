      *    Request block for the AlsoBorrowed subprogram, the reader
      *    of the co-borrowing file (coborrow.bin).
      *      ABR-BOOK-ID in; up to five other titles come back in
      *      ABR-TITLES (ABR-COUNT of them), best first, each with
      *      the copies on the shelf now. Withdrawn titles are left
      *      out. ABR-COUNT zero when the title has no suggestions
      *      (or the weekly build has not run yet).
       01 ABR-REQUEST.
           05 ABR-BOOK-ID PIC 9(10).
           05 ABR-COUNT PIC 9(1).
           05 ABR-BUILT-DATE PIC 9(8).
           05 ABR-TITLES OCCURS 5 TIMES.
               10 ABR-OTHER-BOOK-ID PIC 9(10).
               10 ABR-TITLE PIC X(50).
               10 ABR-ON-SHELF PIC 9(5).
