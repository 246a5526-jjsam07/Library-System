      *    Canonical SERIES-RECORD file layout (series.bin), the
      *    series and multi-volume set file. One row per member
      *    title: the series it belongs to and its volume number
      *    in the set. A title belongs to one series at most, so
      *    SER-BOOK-ID is the key; SER-ORDER-KEY (series name then
      *    volume) carries an ALTERNATE RECORD KEY WITH DUPLICATES
      *    so a whole set reads back in volume order. Series names
      *    are held upper-cased so the browse and the report never
      *    split one set over two spellings of its case.
       01 SERIES-RECORD.
           05 SER-BOOK-ID PIC 9(10).
           05 SER-ORDER-KEY.
               10 SER-NAME PIC X(40).
               10 SER-VOLUME PIC 9(3).
           05 SER-CHANGED-BY PIC X(20).
           05 SER-CHANGED-DATE PIC 9(8).
