      *    Canonical SMS-NOTICE-LINE record: one row per notice a
      *    student asked to have by text message, appended by the
      *    NoticeRoute subprogram to smsnotices.txt, the flat feed
      *    the campus text-message gateway picks up. SMS-DETAIL is
      *    what the notice type counts - days overdue, or the
      *    pickup-by or recall date as YYYYMMDD. SMS-MESSAGE is
      *    the merged text-message wording, blank for a notice type
      *    with no template.
       01 SMS-NOTICE-LINE.
           05 SMS-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-PHONE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-STUDENTNAME PIC X(50).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-NOTICE-TEXT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-BOOK-ID PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-DETAIL PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMS-MESSAGE PIC X(160).
