      *    Canonical BIND-ITEM-RECORD file layout (binditem.bin), one
      *    row per piece in a bindery shipment, keyed by the shipment
      *    number and the piece's place in the box. BIT-KIND "C" is a
      *    damaged copy taken off the repair queue (book and copy,
      *    with the reason it was queued); "S" is a loose serial
      *    issue from serialissue.bin going to be bound into its
      *    volume. The fields of the other kind are left zero.
       01 BIND-ITEM-RECORD.
           05 BIT-REF-ID.
               10 BIT-SHIP-NUM PIC 9(6).
               10 BIT-ITEM-NUM PIC 9(3).
           05 BIT-KIND PIC X(1).
           05 BIT-BOOK-ID PIC 9(10).
           05 BIT-COPY-NUM PIC 9(3).
           05 BIT-SUB-ID PIC 9(6).
           05 BIT-VOLUME PIC 9(3).
           05 BIT-ISSUE-NUM PIC 9(3).
           05 BIT-REASON PIC X(30).
