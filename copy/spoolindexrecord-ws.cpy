       01 SPOOL-INDEX-WS.
           05 SPX-REF-ID-WS.
               10 SPX-PREFIX-WS PIC X(10).
               10 SPX-RUN-DATE-WS.
                   15 SPX-RUN-YYYY-WS PIC 9(4).
                   15 SPX-RUN-MM-WS PIC 9(2).
                   15 SPX-RUN-DD-WS PIC 9(2).
               10 SPX-RUN-TIME-WS PIC 9(8).
           05 SPX-TITLE-WS PIC X(60).
           05 SPX-FILE-NAME-WS PIC X(23).
           05 SPX-PAGES-WS PIC 9(4).
           05 SPX-LINES-WS PIC 9(6).
           05 SPX-RUN-BY-WS PIC X(20).
