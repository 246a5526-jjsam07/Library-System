      *    Canonical COVERAGE-LINE record: one row per title the
      *    reading-list coverage report found short of copies for
      *    its classes (coverageshort.txt), picked up by the next
      *    Replenishment run as draft order lines the way
      *    accession-fs carries receiving into BulkLoadBooks.
      *    CVG-SHORT-QTY is the largest shortfall across the lists
      *    carrying the title; CVG-LIST-ID names that list. Each
      *    coverage run that feeds Replenishment replaces the file.
       01 COVERAGE-LINE.
           05 CVG-BOOK-ID PIC 9(10).
           05 CVG-SHORT-QTY PIC 9(5).
           05 CVG-LIST-ID PIC 9(4).
