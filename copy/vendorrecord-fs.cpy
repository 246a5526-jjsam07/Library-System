      *    Canonical VENDOR-RECORD file layout (vendor.bin), the
      *    supplier master. One row per vendor under the short code
      *    purchase orders, invoices and subscriptions carry, so a
      *    supplier is one supplier however its name gets typed;
      *    VND-NAME is the spelling copied onto the paperwork. The
      *    account number is ours on the vendor's books, and
      *    VND-DISCOUNT the percentage off list price the vendor
      *    gives by default, applied when order lines are keyed.
       01 VENDOR-RECORD.
           05 VND-CODE PIC X(8).
           05 VND-NAME PIC X(30).
           05 VND-ADDRESS-1 PIC X(40).
           05 VND-ADDRESS-2 PIC X(40).
           05 VND-CONTACT PIC X(30).
           05 VND-PHONE PIC X(15).
           05 VND-EMAIL PIC X(40).
           05 VND-ACCOUNT PIC X(20).
           05 VND-DISCOUNT PIC 9(2)V99.
           05 VND-SET-BY PIC X(20).
           05 VND-SET-DATE PIC 9(8).
