      *    policy default. POL-PO-NUMBER and POL-BOOK-ID each carry
      *    an ALTERNATE RECORD KEY WITH DUPLICATES so an order's
      *    lines and a title's cost history can both be pulled.
      *    POL-SUB-ID is set only on a serials renewal line: the
      *    subscription it renews, taken up by Serials when the new
      *    period begins rather than received at the dock.
      *    POL-RECEIVED-DATE is the day of the latest delivery
      *    against the line, zero until something arrives.
       01 PO-LINE-RECORD.
           05 PO-LINE-REF-ID.
               10 POL-PO-NUMBER PIC 9(6).
           05 POL-QTY-RECEIVED PIC 9(5).
           05 POL-UNIT-COST PIC 9(5)V99.
           05 POL-FUND-CODE PIC X(10).
           05 POL-SUB-ID PIC 9(6).
           05 POL-RECEIVED-DATE PIC 9(8).
