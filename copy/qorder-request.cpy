      *    Request block for the QueueOrder subprogram, the one
      *    place that decides who is next in a title's reservation
      *    queue. QRD-BOOK-ID in; QRD-ENTRY comes back in serving
      *    order (up to 100 rows) with QRD-COUNT the full depth and
      *    QRD-PRIORITY-COUNT how many are ranked ahead of plain
      *    request-date order. When QRD-FOR-STUDENT is non-zero,
      *    QRD-POSITION is that student's place in line (zero when
      *    they are not queued for the title).
       01 QRD-REQUEST.
           05 QRD-BOOK-ID PIC 9(10).
           05 QRD-FOR-STUDENT PIC 9(10).
           05 QRD-POSITION PIC 9(3).
           05 QRD-COUNT PIC 9(3).
           05 QRD-PRIORITY-COUNT PIC 9(3).
           05 QRD-ENTRY OCCURS 100 TIMES.
               10 QRD-STUDENT-ID PIC 9(10).
               10 QRD-RANK PIC 9(1).
