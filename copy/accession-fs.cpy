      *    AUTHORNAME/QUANTITY in scope at the same time via
      *    bookrecord-fs/bookrecord-ws, the same reason borrowrecord-fs
      *    prefixes its fields BBOOK-ID/BQUANTITY instead of reusing
      *    the book master's names. ACC-SOURCE-TAG says where the
      *    copies came from - "PO nnnnnn" from acquisitions
      *    receiving, "GIFT nnnnnn" from donations intake, blank on
      *    a hand-typed line - so a row can be traced after the load.
       01 ACCESSION-RECORD.
           05 ACC-BOOK-ID PIC 9(10).
           05 ACC-BOOKNAME PIC X(50).
               10 ACC-DD PIC 9(2).
               10 ACC-YYYY PIC 9(4).
           05 ACC-QUANTITY PIC 9(5).
           05 ACC-SOURCE-TAG PIC X(11).
