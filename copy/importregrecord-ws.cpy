       01 IMPORT-REG-WS.
           05 IMR-REF-ID-WS.
               10 IMR-FEED-WS PIC X(8).
               10 IMR-FINGERPRINT-WS PIC 9(15).
           05 IMR-FILE-NAME-WS PIC X(40).
           05 IMR-CREATED-DATE-WS PIC 9(8).
           05 IMR-FILE-SEQ-WS PIC 9(6).
           05 IMR-RECORD-COUNT-WS PIC 9(7).
           05 IMR-LOADED-DATE-WS.
               10 IMR-LOADED-YYYY-WS PIC 9(4).
               10 IMR-LOADED-MM-WS PIC 9(2).
               10 IMR-LOADED-DD-WS PIC 9(2).
           05 IMR-LOADED-TIME-WS PIC 9(8).
           05 IMR-LOADED-BY-WS PIC X(20).
           05 IMR-STATUS-WS PIC X(1).
               88 IMR-IS-LOADED-WS VALUE "L".
               88 IMR-IS-RELEASED-WS VALUE "R".
           05 IMR-RELEASED-BY-WS PIC X(20).
           05 IMR-RELEASED-DATE-WS PIC 9(8).
