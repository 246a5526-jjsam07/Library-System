      *    Canonical SPOOL-INDEX-RECORD file layout (spoolindex.bin),
      *    the register of every print file ReportSpool has closed.
      *    SPX-REF-ID leads with the report's file prefix so one
      *    report's runs browse together in date order, then the
      *    run date and time the title block carries. A report run
      *    twice in a day rewrites the same dated file, so its older
      *    row for that day is replaced rather than left pointing at
      *    a file that now holds the later run. SPX-RUN-BY is the
      *    operator signed on at the menu, or the batch step that
      *    ran it.
       01 SPOOL-INDEX-RECORD.
           05 SPX-REF-ID.
               10 SPX-PREFIX PIC X(10).
               10 SPX-RUN-DATE.
                   15 SPX-RUN-YYYY PIC 9(4).
                   15 SPX-RUN-MM PIC 9(2).
                   15 SPX-RUN-DD PIC 9(2).
               10 SPX-RUN-TIME PIC 9(8).
           05 SPX-TITLE PIC X(60).
           05 SPX-FILE-NAME PIC X(23).
           05 SPX-PAGES PIC 9(4).
           05 SPX-LINES PIC 9(6).
           05 SPX-RUN-BY PIC X(20).
