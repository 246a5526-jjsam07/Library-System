      *    Canonical TERM-END-RECORD file layout (termend.bin), the
      *    term-end dates the batch schedule runs its T steps on.
      *    One row per date, kept from the batch schedule screen.
       01 TERM-END-RECORD.
           05 TED-DATE PIC 9(8).
           05 TED-NOTE PIC X(30).
           05 TED-SET-BY PIC X(20).
