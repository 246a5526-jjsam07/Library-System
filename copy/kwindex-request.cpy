      *    of the keyword search index (kwindex.bin: one row per
      *    significant word of a title or author per book).
      *      "A" - index KWIX-TITLE and KWIX-AUTHOR words for
      *            KWIX-BOOK-ID (called by the catalog writers),
      *            with the words of its further subjects
      *      "D" - remove those words for the book (pass the OLD
      *            title and author before an update or delete)
      *      "S" - search: treat KWIX-TITLE as typed query words,
