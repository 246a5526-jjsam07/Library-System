      *    written by OverdueSweepReport's notice-gateway export
      *    (notices.txt), a flat fixed-format feed intended for pickup
      *    by the campus email/SMS notification gateway.
      *    NOTICE-SUBJECT and NOTICE-MESSAGE (six 70-column lines)
      *    carry the wording merged by NoticeMerge; a notice type
      *    with no template leaves them blank and the gateway uses
      *    its own wording for NOTICE-LEVEL-TEXT.
       01 NOTICE-LINE.
           05 NOTICE-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTICE-DAYS-OVERDUE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTICE-LEVEL-TEXT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTICE-SUBJECT PIC X(60).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTICE-MESSAGE PIC X(420).
