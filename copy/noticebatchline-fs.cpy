      *    Batch header and trailer records of the notices.txt feed.
      *    They sit where NOTICE-STUDENT-ID sits on a notice line, so
      *    the gateway tells them apart by the record type, which is
      *    never numeric. The trailer's count is the number of
      *    notice lines between the header and it; a header with no
      *    trailer is a batch still being written.
       01 NOTICE-BATCH-HEADER.
           05 NBH-RECORD-TYPE PIC X(10).
               88 NBH-IS-HEADER VALUE "BATCH-HEAD".
           05 FILLER PIC X(2).
           05 NBH-BATCH-NUM PIC 9(8).
           05 FILLER PIC X(2).
           05 NBH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 NBH-PROGRAM PIC X(20).
       01 NOTICE-BATCH-TRAILER.
           05 NBT-RECORD-TYPE PIC X(10).
               88 NBT-IS-TRAILER VALUE "BATCH-TAIL".
           05 FILLER PIC X(2).
           05 NBT-BATCH-NUM PIC 9(8).
           05 FILLER PIC X(2).
           05 NBT-BATCH-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 NBT-RECORD-COUNT PIC 9(7).
