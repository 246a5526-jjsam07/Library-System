               88 PO-IS-OPEN-WS VALUE "O".
               88 PO-IS-CLOSED-WS VALUE "C".
               88 PO-IS-DRAFT-WS VALUE "D".
           05 PO-VENDOR-CODE-WS PIC X(8).
