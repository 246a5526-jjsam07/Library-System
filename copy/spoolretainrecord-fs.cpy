      *    Canonical SPOOL-RETAIN-RECORD file layout (spoolretain.bin),
      *    how long each report's print files are kept. One row per
      *    report file prefix; SRT-KEEP-DAYS is the age in days past
      *    which SpoolRetention deletes the file and its index row.
      *    The row keyed "*" is the rule for any report without one
      *    of its own; with no rule at all a report is kept for good.
      *    Zero days also means keep for good.
       01 SPOOL-RETAIN-RECORD.
           05 SRT-PREFIX PIC X(10).
           05 SRT-KEEP-DAYS PIC 9(4).
           05 SRT-SET-BY PIC X(20).
           05 SRT-SET-DATE PIC 9(8).
