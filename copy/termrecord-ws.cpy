       01 TERM-WS.
           05 TERM-CODE-WS PIC X(6).
           05 TERM-NAME-WS PIC X(30).
           05 TERM-START-WS PIC 9(8).
           05 TERM-END-WS PIC 9(8).
           05 TERM-CLASSES-END-WS PIC 9(8).
           05 TERM-EXAM-START-WS PIC 9(8).
           05 TERM-EXAM-END-WS PIC 9(8).
           05 TERM-RECALL-DATE-WS PIC 9(8).
           05 TERM-SET-BY-WS PIC X(20).
           05 TERM-SET-DATE-WS PIC 9(8).
