      *    Request block for the NoticeMerge subprogram. "M" merges
      *    the wording for NMG-TYPE/NMG-LEVEL with the values the
      *    caller fills - student name, book (NoticeMerge looks up
      *    the title), due date, pickup-by date and amount owed, the
      *    dates as YYYYMMDD and zero when the notice has none - and
      *    hands back the subject, six message lines and the
      *    text-message wording. NMG-STATE "L" merges the live
      *    wording; "D" merges the draft, so a preview shows exactly
      *    what a notice run would send once it is published. "T"
      *    hands back the unmerged wording for NMG-STATE instead.
      *    Either way NMG-SOURCE says where it came from: "D" draft,
      *    "L" live, "S" the standard wording. A notice about
      *    something other than a book (a library event) leaves
      *    NMG-BOOK-ID zero and puts the text {TITLE} is to carry in
      *    NMG-TITLE.
       01 NMG-REQUEST.
           05 NMG-FUNC PIC X(1).
           05 NMG-TYPE PIC X(2).
           05 NMG-LEVEL PIC 9(1).
           05 NMG-STATE PIC X(1).
           05 NMG-STUDENTNAME PIC X(50).
           05 NMG-BOOK-ID PIC 9(10).
           05 NMG-DUE-DATE PIC 9(8).
           05 NMG-PICKUP-DATE PIC 9(8).
           05 NMG-AMOUNT PIC 9(5)V99.
           05 NMG-SOURCE PIC X(1).
           05 NMG-SUBJECT PIC X(60).
           05 NMG-MESSAGE PIC X(420).
           05 NMG-MESSAGE-TABLE REDEFINES NMG-MESSAGE.
               10 NMG-MESSAGE-LINE PIC X(70) OCCURS 6 TIMES.
           05 NMG-SMS-TEXT PIC X(160).
           05 NMG-TITLE PIC X(50).
