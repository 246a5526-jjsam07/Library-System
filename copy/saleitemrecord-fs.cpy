      *    Canonical SALE-ITEM-RECORD file layout (saleitem.bin): the
      *    desk's price list for everything sold over the counter
      *    that is not a fine - photocopy cards, printing,
      *    replacement ID cards, earbuds, the used-book sale. An
      *    open-priced item (SIT-OPEN-PRICE "Y", e.g. a used book)
      *    has its price keyed at the sale; SIT-PRICE is then only
      *    the suggested figure. A withdrawn item stays on file with
      *    SIT-ACTIVE "N" so old sales still name it.
       01 SALE-ITEM-RECORD.
           05 SIT-CODE PIC X(6).
           05 SIT-DESC PIC X(30).
           05 SIT-PRICE PIC 9(5)V99.
           05 SIT-OPEN-PRICE PIC X(1).
           05 SIT-ACTIVE PIC X(1).
