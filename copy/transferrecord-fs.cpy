      *    transfer at a time. XFER-STUDENT-ID names a patron
      *    waiting at the destination (zero for a stock move);
      *    scanning in consumes the row - the XFERSHIP/XFERRECV
      *    circulation events are the history. XFER-FOR-HOLD "Y"
      *    marks a copy already held for that patron, so it is not
      *    counted back into stock when it ships or arrives.
       01 TRANSFER-RECORD.
           05 TRANSFER-REF-ID.
               10 XFER-BOOK-ID PIC 9(10).
               10 XFER-S-MM PIC 9(2).
               10 XFER-S-DD PIC 9(2).
           05 XFER-STATUS PIC X(1).
           05 XFER-FOR-HOLD PIC X(1).
