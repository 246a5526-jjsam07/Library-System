      *    Canonical TX-PACKAGE-RECORD file layout (txpackage.bin),
      *    the textbook-rental packages: one row per core title a
      *    course issues to every student on its roster for the
      *    term, keyed course-first so a package reads out together.
      *    TXP-COURSE is the registrar's course code as it appears
      *    on the course roster feed (courseroster.txt).
       01 TX-PACKAGE-RECORD.
           05 TXP-REF-ID.
               10 TXP-COURSE PIC X(10).
               10 TXP-BOOK-ID PIC 9(10).
           05 TXP-SET-BY PIC X(20).
           05 TXP-SET-DATE PIC 9(8).
