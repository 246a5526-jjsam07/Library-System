      *    file with a title block, run date/time, column headings
      *    repeated at the top of every page and page numbers, so
      *    every report leaves something to file in the binder.
      *    Every closed file is entered in spoolindex.bin. "W" names
      *    who is running reports from now on (SPOOL-RUN-BY - the
      *    operator at sign-on, or a batch step) for that index.
       01 SPOOL-REQUEST.
           05 SPOOL-FUNC PIC X(1).
           05 SPOOL-PREFIX PIC X(10).
           05 SPOOL-HEADING PIC X(80).
           05 SPOOL-LINE PIC X(80).
           05 SPOOL-TOTAL-LINE PIC X(80).
           05 SPOOL-RUN-BY PIC X(20).
