      *    driver reads these rows and resumes from the first step
      *    of tonight's window that has no completed row, instead of
      *    redoing the whole sequence by hand in the morning.
      *    Steps 7-9 are the year-end close's phases; 90-99 are
      *    written by WarehouseExtract, one per file sent and 90
      *    once the whole night's extract is out.
      *    NoticeBatch keeps one row per notice batch under the
      *    RUN-BATCH-REF view of the key: "NB" and the batch number,
      *    which sort after every dated row. RUN-STEP-NAME holds the
      *    program that wrote the batch and RUN-STATUS is "O" until
      *    the trailer is out; RUN-BATCH-DATE and RUN-BATCH-COUNT are
      *    zero on ordinary step rows.
       01 RUN-CONTROL-RECORD.
           05 RUN-REF-ID.
               10 RUN-DATE.
                   15 RUN-MM PIC 9(2).
                   15 RUN-DD PIC 9(2).
               10 RUN-STEP-NUM PIC 9(2).
           05 RUN-BATCH-REF REDEFINES RUN-REF-ID.
               10 RUN-BATCH-TAG PIC X(2).
               10 RUN-BATCH-NUM PIC 9(8).
           05 RUN-STEP-NAME PIC X(20).
           05 RUN-STATUS PIC X(1).
           05 RUN-BATCH-DATE PIC 9(8).
           05 RUN-BATCH-COUNT PIC 9(7).
