      *    Canonical SUBJECT-RECORD file layout (subject.bin), the
      *    further subject headings of a title. CATEGORY on the book
      *    record stays the primary subject - the one the title is
      *    shelved and call-numbered under - and each row here adds
      *    one more, drawn from the category master, so a history
      *    of medicine can sit under HISTORY and SCIENCE both.
      *    SUBJ-REF-ID composites SUBJ-BOOK-ID + SUBJ-CATEGORY, one
      *    row per title per subject; SUBJ-CATEGORY also carries an
      *    ALTERNATE RECORD KEY WITH DUPLICATES so every title under
      *    a subject can be read together.
       01 SUBJECT-RECORD.
           05 SUBJ-REF-ID.
               10 SUBJ-BOOK-ID PIC 9(10).
               10 SUBJ-CATEGORY PIC X(20).
           05 SUBJ-ADDED-BY PIC X(20).
           05 SUBJ-ADDED-DATE PIC 9(8).
