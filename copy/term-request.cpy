      *    Request block for the TermLookup subprogram, the reader of
      *    the term master (term.bin). Set TRQ-FUNC and the code or
      *    date, CALL "TermLookup" USING TRQ-REQUEST, and the term's
      *    dates come back with TRQ-FOUND "Y":
      *      "N" - the term named in TRQ-CODE
      *      "C" - the current term: the one in progress on TRQ-DATE
      *            (today when zero), or failing that the next one
      *            to start - so reserves and class sets booked in
      *            the break land in the coming term
      *      "D" - the term TRQ-DATE falls in, if any; what the
      *            reports use to put an older row under its term
      *      "E" - whether the term master is in use at all: TRQ-FOUND
      *            "Y" when term.bin holds at least one term, so a
      *            screen can fall back to keyed dates until it does
       01 TRQ-REQUEST.
           05 TRQ-FUNC PIC X(1).
           05 TRQ-CODE PIC X(6).
           05 TRQ-DATE PIC 9(8).
           05 TRQ-FOUND PIC X(1).
               88 TRQ-TERM-FOUND VALUE "Y".
           05 TRQ-NAME PIC X(30).
           05 TRQ-START PIC 9(8).
           05 TRQ-END PIC 9(8).
           05 TRQ-CLASSES-END PIC 9(8).
           05 TRQ-EXAM-START PIC 9(8).
           05 TRQ-EXAM-END PIC 9(8).
           05 TRQ-RECALL-DATE PIC 9(8).
