      *    Request block for the SubjectLookup subprogram, the reader
      *    of the further-subjects file (subject.bin).
      *      "L" - list the further subjects of SBJ-BOOK-ID in
      *            SBJ-NAMES (SBJ-COUNT of them, up to ten)
      *      "H" - does SBJ-BOOK-ID carry SBJ-CATEGORY as a further
      *            subject: SBJ-HAS "Y" or "N"
      *    The primary subject is CATEGORY on the book record and is
      *    never returned here; a caller asking "is this title under
      *    SCIENCE" checks CATEGORY first and this file second.
       01 SBJ-REQUEST.
           05 SBJ-FUNC PIC X(1).
           05 SBJ-BOOK-ID PIC 9(10).
           05 SBJ-CATEGORY PIC X(20).
           05 SBJ-HAS PIC X(1).
               88 SBJ-CARRIES-SUBJECT VALUE "Y".
           05 SBJ-COUNT PIC 9(2).
           05 SBJ-NAMES OCCURS 10 TIMES PIC X(20).
