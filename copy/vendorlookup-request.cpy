      *    Request block for the VendorLookup subprogram, the one
      *    reader of the vendor master (vendor.bin) for the programs
      *    that raise paperwork against a supplier. Set VLK-FUNC and
      *    CALL "VendorLookup" USING VLK-REQUEST:
      *      "L" - looks up the vendor in VLK-CODE; its name,
      *            account and default discount come back with
      *            VLK-FOUND "Y"
      *      "P" - asks the operator for a vendor code at the
      *            terminal ("?" lists the master) until one on
      *            file is keyed or the prompt is left blank; a
      *            vendor picked comes back as for "L", a blank
      *            prompt with VLK-FOUND "N"
       01 VLK-REQUEST.
           05 VLK-FUNC PIC X(1).
           05 VLK-CODE PIC X(8).
           05 VLK-FOUND PIC X(1).
               88 VLK-VENDOR-FOUND VALUE "Y".
           05 VLK-NAME PIC X(30).
           05 VLK-ACCOUNT PIC X(20).
           05 VLK-DISCOUNT PIC 9(2)V99.
