      *    and a level already on file for the student/book pair is
      *    never sent twice. NH-DELIVERY-STATUS is filled in later by
      *    the gateway acknowledgment import: D delivered, B bounced,
      *    space still unacknowledged. NH-BATCH-NUM is the notice
      *    batch the line went out in (zero for the due-soon
      *    reminders, which are not part of the notices.txt feed).
       01 NOTICE-HIST-RECORD.
           05 NH-REF-ID.
               10 NH-STUDENT-ID PIC 9(10).
               10 NH-MM PIC 9(2).
               10 NH-DD PIC 9(2).
           05 NH-DELIVERY-STATUS PIC X(1).
           05 NH-BATCH-NUM PIC 9(8).
