      *    entry written by HoldShelfSweep's pickup-notification
      *    export (holdnotices.txt), a flat fixed-format feed for the
      *    same campus email/SMS gateway that picks up notices.txt.
      *    HNOTICE-SUBJECT and HNOTICE-MESSAGE carry the wording
      *    merged by NoticeMerge, as on NOTICE-LINE.
       01 HOLD-NOTICE-LINE.
           05 HNOTICE-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
               10 HNOTICE-B-DD PIC 9(2).
               10 FILLER PIC X(1) VALUE "/".
               10 HNOTICE-B-YYYY PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HNOTICE-SUBJECT PIC X(60).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HNOTICE-MESSAGE PIC X(420).
