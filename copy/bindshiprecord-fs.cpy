      *    Canonical BIND-SHIP-RECORD file layout (bindship.bin), one
      *    row per box sent out to a bindery or repair vendor.
      *    BSH-SHIP-NUM is drawn from bindseq.bin through NextNumber;
      *    the copies and serial issues in the box live in
      *    binditem.bin under the same number. The whole box is
      *    charged at BSH-ITEM-COST a piece to BSH-FUND-CODE on
      *    fund.bin - encumbered when it is sent, spent when it comes
      *    back. BSH-STATUS is "S" while the box is away and "R" once
      *    it has been received.
       01 BIND-SHIP-RECORD.
           05 BSH-SHIP-NUM PIC 9(6).
           05 BSH-VENDOR PIC X(30).
           05 BSH-SENT-DATE PIC 9(8).
           05 BSH-DUE-DATE PIC 9(8).
           05 BSH-FUND-CODE PIC X(10).
           05 BSH-ITEM-COST PIC 9(5)V99.
           05 BSH-ITEM-COUNT PIC 9(3).
           05 BSH-STATUS PIC X(1).
           05 BSH-RECEIVED-DATE PIC 9(8).
