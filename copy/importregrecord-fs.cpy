      *    Canonical IMPORT-REG-RECORD file layout (importreg.bin),
      *    the shared import registry: one row per feed file ever
      *    loaded, keyed by feed code and a fingerprint taken over
      *    the file's whole content, so the same file offered again
      *    under any name is recognised. IMR-STATUS is "L" while the
      *    load stands and "R" once a supervisor has released the
      *    file for a deliberate reload.
       01 IMPORT-REG-RECORD.
           05 IMR-REF-ID.
               10 IMR-FEED PIC X(8).
               10 IMR-FINGERPRINT PIC 9(15).
           05 IMR-FILE-NAME PIC X(40).
           05 IMR-CREATED-DATE PIC 9(8).
           05 IMR-FILE-SEQ PIC 9(6).
           05 IMR-RECORD-COUNT PIC 9(7).
           05 IMR-LOADED-DATE PIC 9(8).
           05 IMR-LOADED-TIME PIC 9(8).
           05 IMR-LOADED-BY PIC X(20).
           05 IMR-STATUS PIC X(1).
           05 IMR-RELEASED-BY PIC X(20).
           05 IMR-RELEASED-DATE PIC 9(8).
