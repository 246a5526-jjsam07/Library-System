      *    Request block for PatronSummary. Set PSM-STUDENT-ID and
      *    PSM-FUNC and CALL "PatronSummary" USING PSM-REQUEST:
      *      "R" reads the summary (built from the detail files the
      *          first time a student is asked for);
      *      "L" moves the open loan count by PSM-DELTA, "H" the
      *          open hold count - call once the loan or hold row
      *          itself has been written or deleted;
      *      "F" re-totals the unpaid fine balance from fine.bin -
      *          call once the fine or payment is on file;
      *      "B" rebuilds the student's summary from the detail;
      *      "D" returns what the detail says without writing, for
      *          the reconciliation check;
      *      "A" rebuilds every student's summary (PSM-REBUILT-COUNT
      *          comes back with how many).
      *    The figures after the call come back in PSM-OPEN-LOANS,
      *    PSM-OPEN-HOLDS, PSM-BALANCE and PSM-LAST-ACTIVITY;
      *    PSM-OK is "N" if the summary could not be written.
       01 PSM-REQUEST.
           05 PSM-FUNC PIC X(1).
           05 PSM-STUDENT-ID PIC 9(10).
           05 PSM-DELTA PIC S9(3).
           05 PSM-OPEN-LOANS PIC 9(3).
           05 PSM-OPEN-HOLDS PIC 9(3).
           05 PSM-BALANCE PIC S9(7)V99.
           05 PSM-LAST-ACTIVITY PIC 9(8).
           05 PSM-REBUILT-COUNT PIC 9(7).
           05 PSM-OK PIC X(1).
