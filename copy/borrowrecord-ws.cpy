               10 BDUE-DD-WS PIC 9(2).
               10 BDUE-YYYY-WS PIC 9(4).
           05 BDUE-TIME-WS PIC 9(4).
           05 BCOPY-LIST-WS.
               10 BCOPY-NUM-WS PIC 9(3) OCCURS 10 TIMES.
