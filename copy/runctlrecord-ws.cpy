                   15 RUN-MM-WS PIC 9(2).
                   15 RUN-DD-WS PIC 9(2).
               10 RUN-STEP-NUM-WS PIC 9(2).
           05 RUN-BATCH-REF-WS REDEFINES RUN-REF-ID-WS.
               10 RUN-BATCH-TAG-WS PIC X(2).
               10 RUN-BATCH-NUM-WS PIC 9(8).
           05 RUN-STEP-NAME-WS PIC X(20).
           05 RUN-STATUS-WS PIC X(1).
               88 RUN-STEP-COMPLETE-WS VALUE "C".
               88 RUN-BATCH-OPEN-WS VALUE "O".
           05 RUN-BATCH-DATE-WS PIC 9(8).
           05 RUN-BATCH-COUNT-WS PIC 9(7).
