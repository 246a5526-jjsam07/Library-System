      *    Canonical GL-POST-RECORD file layout (glpost.bin), the
      *    register of business days already sent to the college
      *    general ledger. GLJournalExport writes one row per
      *    posting date once the journal file is complete and
      *    refuses any date that already has a row, so finance never
      *    receives the same day's money twice. The debit and credit
      *    totals are the journal's own trailer totals, kept here so
      *    a query from finance can be answered without the file.
       01 GL-POST-RECORD.
           05 GL-POST-DATE.
               10 GL-POST-YYYY PIC 9(4).
               10 GL-POST-MM PIC 9(2).
               10 GL-POST-DD PIC 9(2).
           05 GL-POSTED-ON-DATE PIC 9(8).
           05 GL-POSTED-ON-TIME PIC 9(8).
           05 GL-POSTED-BY PIC X(20).
           05 GL-POST-LINES PIC 9(5).
           05 GL-POST-DEBITS PIC 9(9)V99.
           05 GL-POST-CREDITS PIC 9(9)V99.
