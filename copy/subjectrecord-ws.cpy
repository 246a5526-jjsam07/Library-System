       01 SUBJECT-WS.
           05 SUBJ-REF-ID-WS.
               10 SUBJ-BOOK-ID-WS PIC 9(10).
               10 SUBJ-CATEGORY-WS PIC X(20).
           05 SUBJ-ADDED-BY-WS PIC X(20).
           05 SUBJ-ADDED-DATE-WS PIC 9(8).
