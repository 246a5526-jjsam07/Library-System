      *    Canonical LICENSE-RECORD file layout (license.bin), stock
      *    the library leases rather than owns - publisher-leased
      *    fiction, licensed audio players. A row under copy 000
      *    covers the whole title, its loans counted together
      *    across every copy that has no row of its own; a row
      *    under a copy number covers that copy alone. The license
      *    is used up when LIC-LOANS-USED reaches LIC-LOANS-ALLOWED
      *    (zero - no loan limit) and runs out after LIC-END-DATE
      *    (zero - no end date); LIC-WARN-LOANS and LIC-WARN-DAYS
      *    say how close to either limit the desk is warned. Every
      *    checkout is counted through LicenseCheck. LIC-STATUS "A"
      *    active, "X" ended - used up, or not renewed. LIC-WARNED
      *    "Y" once the exception queue has been told it is near
      *    its limit; a renewal puts it back to "N". LIC-PO-NUMBER
      *    is the acquisitions order that last bought or renewed it.
       01 LICENSE-RECORD.
           05 LIC-REF-ID.
               10 LIC-BOOK-ID PIC 9(10).
               10 LIC-COPY-NUM PIC 9(3).
           05 LIC-VENDOR-CODE PIC X(8).
           05 LIC-LOANS-ALLOWED PIC 9(5).
           05 LIC-LOANS-USED PIC 9(5).
           05 LIC-END-DATE PIC 9(8).
           05 LIC-WARN-LOANS PIC 9(3).
           05 LIC-WARN-DAYS PIC 9(3).
           05 LIC-STATUS PIC X(1).
           05 LIC-WARNED PIC X(1).
           05 LIC-PO-NUMBER PIC 9(6).
           05 LIC-SET-BY PIC X(20).
           05 LIC-SET-DATE PIC 9(8).
