      *    drawn from poseq.bin the way studentregister draws
      *    STUDENT-IDs; PO-STATUS is "O" while any line is still
      *    short of its ordered quantity and "C" once receiving has
      *    checked everything off. PO-VENDOR-CODE is the vendor
      *    master row the order was raised against (blank on a
      *    draft still waiting for a vendor); PO-VENDOR is that
      *    vendor's name as it stood on the day.
       01 PO-RECORD.
           05 PO-NUMBER PIC 9(6).
           05 PO-VENDOR PIC X(30).
               10 PO-O-MM PIC 9(2).
               10 PO-O-DD PIC 9(2).
           05 PO-STATUS PIC X(1).
           05 PO-VENDOR-CODE PIC X(8).
