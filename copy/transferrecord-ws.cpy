           05 XFER-STATUS-WS PIC X(1).
               88 XFER-IS-REQUESTED-WS VALUE "R".
               88 XFER-IN-TRANSIT-WS VALUE "T".
           05 XFER-FOR-HOLD-WS PIC X(1).
               88 XFER-IS-FOR-HOLD-WS VALUE "Y".
