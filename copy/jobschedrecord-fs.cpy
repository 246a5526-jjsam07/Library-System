      *    Canonical JOB-SCHEDULE-RECORD file layout (jobsched.bin),
      *    the batch schedule NightlyBatch builds each night's step
      *    list from. One row per batch step, keyed by its step
      *    number - the same number its runctl.bin checkpoint row
      *    carries. JOB-RUN-ORDER places the step in the night's
      *    sequence. JOB-FREQ says when it runs: D every night,
      *    W on the weekdays marked Y in JOB-WEEKDAYS (Monday
      *    first), M on the first business day of the month (the
      *    first day the library calendar has open), Q on the
      *    first business day of January, April, July and October,
      *    T on a term-end date in termend.bin. A held step
      *    (JOB-ACTIVE N) stays on file but is not run.
       01 JOB-SCHEDULE-RECORD.
           05 JOB-STEP-NUM PIC 9(2).
           05 JOB-RUN-ORDER PIC 9(3).
           05 JOB-PROGRAM PIC X(20).
           05 JOB-STEP-NAME PIC X(20).
           05 JOB-FREQ PIC X(1).
           05 JOB-WEEKDAYS PIC X(7).
           05 JOB-ACTIVE PIC X(1).
           05 JOB-SET-BY PIC X(20).
           05 JOB-SET-DATE PIC 9(8).
