      *    Canonical GIFT-RECORD file layout (gift.bin), one row per
      *    donation received. GIFT-NUMBER is drawn from giftseq.bin
      *    through NextNumber. The donor's own count and estimated
      *    value are what the donor was told at intake; the
      *    per-item decisions live in giftitem.bin under the same
      *    number. GIFT-ACK-DATE stays zero until the acknowledgment
      *    letter has been printed.
       01 GIFT-RECORD.
           05 GIFT-NUMBER PIC 9(6).
           05 GIFT-DONOR-NAME PIC X(40).
           05 GIFT-DONOR-ADDR-1 PIC X(40).
           05 GIFT-DONOR-ADDR-2 PIC X(40).
           05 GIFT-DATE.
               10 GIFT-YYYY PIC 9(4).
               10 GIFT-MM PIC 9(2).
               10 GIFT-DD PIC 9(2).
           05 GIFT-ITEM-COUNT PIC 9(4).
           05 GIFT-EST-VALUE PIC 9(7)V99.
           05 GIFT-RECEIVED-BY PIC X(20).
           05 GIFT-ACK-DATE PIC 9(8).
