      *    Canonical AUTHORITY-RECORD file layout (authority.bin), the
      *    author authority file. One row per form of an author's
      *    name: the preferred heading itself (AUTH-FORM equal to
      *    AUTH-PREFERRED) and each "see from" variant pointing at
      *    it. AUTH-KEY is the form reduced to its letters and
      *    digits, upper-cased - "Rowling, J.K." and "ROWLING JK" are
      *    the same key - so punctuation and spacing never make a
      *    new form. AUTH-PREFERRED carries an ALTERNATE RECORD KEY
      *    WITH DUPLICATES so every form of one heading can be read
      *    together. Keys are built by AuthorLookup only.
       01 AUTHORITY-RECORD.
           05 AUTH-KEY PIC X(50).
           05 AUTH-FORM PIC X(50).
           05 AUTH-PREFERRED PIC X(50).
           05 AUTH-CHANGED-BY PIC X(20).
           05 AUTH-CHANGED-DATE PIC 9(8).
