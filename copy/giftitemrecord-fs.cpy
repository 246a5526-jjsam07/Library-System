      *    Canonical GIFT-ITEM-RECORD file layout (giftitem.bin), one
      *    row per item of a donation as it is decided: "A" added to
      *    the collection (GI-BOOK-ID is the catalog id it was
      *    accessioned under), "S" sent to the book sale, "D"
      *    discarded. Keyed by the gift number and an item sequence
      *    so a donation's items read back in the order decided.
       01 GIFT-ITEM-RECORD.
           05 GIFT-ITEM-REF-ID.
               10 GI-GIFT-NUMBER PIC 9(6).
               10 GI-SEQ PIC 9(4).
           05 GI-TITLE PIC X(50).
           05 GI-AUTHOR PIC X(50).
           05 GI-DECISION PIC X(1).
           05 GI-BOOK-ID PIC 9(10).
           05 GI-DECIDED-BY PIC X(20).
