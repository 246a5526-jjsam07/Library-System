       01 SPOOL-RETAIN-WS.
           05 SRT-PREFIX-WS PIC X(10).
           05 SRT-KEEP-DAYS-WS PIC 9(4).
               88 SRT-KEEP-FOREVER-WS VALUE 0.
           05 SRT-SET-BY-WS PIC X(20).
           05 SRT-SET-DATE-WS PIC 9(8).
