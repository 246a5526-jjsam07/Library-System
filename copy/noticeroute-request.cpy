      *    Request block for the NoticeRoute subprogram, consulted by
      *    every program that writes a notice to a student. "Q" asks
      *    which channel NRT-STUDENT-ID wants for notice type
      *    NRT-TYPE and answers in NRT-CHANNEL: "E" write the usual
      *    email feed line, "S" hand the notice back with "S", "N"
      *    send nothing. "S" appends the notice to smsnotices.txt,
      *    the text-message gateway feed. A text-message preference
      *    with no phone on file falls back to email; the notices the
      *    library must send (overdue past the courtesy stage,
      *    recall, billing) never come back "N".
       01 NRT-REQUEST.
           05 NRT-FUNC PIC X(1).
           05 NRT-TYPE PIC 9(1).
               88 NRT-TYPE-COURTESY VALUE 1.
               88 NRT-TYPE-OVERDUE VALUE 2.
               88 NRT-TYPE-HOLD VALUE 3.
               88 NRT-TYPE-NEW-TITLE VALUE 4.
               88 NRT-TYPE-MEMBERSHIP VALUE 5.
               88 NRT-TYPE-RECALL VALUE 6.
               88 NRT-TYPE-BILLING VALUE 7.
               88 NRT-TYPE-REQUIRED VALUE 2 6 7.
           05 NRT-STUDENT-ID PIC 9(10).
           05 NRT-CHANNEL PIC X(1).
               88 NRT-SEND-EMAIL VALUE "E".
               88 NRT-SEND-SMS VALUE "S".
               88 NRT-SEND-NONE VALUE "N".
           05 NRT-PHONE PIC X(15).
           05 NRT-STUDENTNAME PIC X(50).
           05 NRT-BOOK-ID PIC 9(10).
           05 NRT-DETAIL PIC 9(8).
           05 NRT-NOTICE-TEXT PIC X(8).
           05 NRT-MESSAGE PIC X(160).
