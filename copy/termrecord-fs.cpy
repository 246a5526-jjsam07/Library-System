      *    Canonical TERM-RECORD file layout (term.bin), the academic
      *    term master. One row per term under a short code such as
      *    2026FA, kept from the term maintenance screen: the first
      *    and last day of the term, the last day of classes, the
      *    exam period and the date loans are recalled to. Every
      *    program that works by term - the recall, course reserves,
      *    class sets, the bursar transfer, faculty loan periods and
      *    the term reports - takes its dates from here through the
      *    TermLookup subprogram instead of having them keyed again.
      *    Terms never overlap, so a date belongs to one term at
      *    most.
       01 TERM-RECORD.
           05 TERM-CODE PIC X(6).
           05 TERM-NAME PIC X(30).
           05 TERM-START PIC 9(8).
           05 TERM-END PIC 9(8).
           05 TERM-CLASSES-END PIC 9(8).
           05 TERM-EXAM-START PIC 9(8).
           05 TERM-EXAM-END PIC 9(8).
           05 TERM-RECALL-DATE PIC 9(8).
           05 TERM-SET-BY PIC X(20).
           05 TERM-SET-DATE PIC 9(8).
