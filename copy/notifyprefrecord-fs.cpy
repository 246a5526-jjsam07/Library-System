      *    Canonical NOTIFY-PREF-RECORD file layout (notifypref.bin),
      *    how each student wants to hear from the library. One row
      *    per student; NPF-CHANNELS holds one byte per notice type
      *    in the order the NoticeRoute request block numbers them
      *    (courtesy - the due-tomorrow reminder and the first
      *    overdue notice - overdue, hold pickup, new-title alerts,
      *    membership, recall, billing): "E" email, "S" text
      *    message, "N" none. A student with no row gets email for
      *    everything. "N" is never honoured for the notices the
      *    library must send - overdue, recall and billing.
      *    NPF-SUGGEST-OPTOUT "Y" keeps the student's loans out of
      *    the weekly "readers also borrowed" build; it is also set
      *    when the student's history is purged.
       01 NOTIFY-PREF-RECORD.
           05 NPF-STUDENT-ID PIC 9(10).
           05 NPF-CHANNELS PIC X(7).
           05 NPF-SET-BY PIC X(20).
           05 NPF-SET-DATE PIC 9(8).
           05 NPF-SUGGEST-OPTOUT PIC X(1).
