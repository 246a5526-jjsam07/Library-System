      *    (weekly, monthly, quarterly), subscription period, and
      *    the prediction the check-in screen works from - the
      *    volume, issue number and expected date of the next issue.
      *    Issues actually seen live in serialissue.bin. The cost
      *    and fund code are what a renewal encumbers; a renewal
      *    confirmed ahead of SUB-END-DATE carries its purchase order
      *    number until the new period begins, and a cancelled one
      *    lets the title lapse at the end date.
       01 SUBSCRIPTION-RECORD.
           05 SUB-ID PIC 9(6).
           05 SUB-TITLE PIC X(50).
           05 SUB-VENDOR PIC X(30).
           05 SUB-VENDOR-CODE PIC X(8).
           05 SUB-FREQUENCY PIC X(1).
           05 SUB-START-DATE.
               10 SUB-S-YYYY PIC 9(4).
               10 SUB-X-MM PIC 9(2).
               10 SUB-X-DD PIC 9(2).
           05 SUB-GRACE-DAYS PIC 9(3).
           05 SUB-COST PIC 9(5)V99.
           05 SUB-FUND-CODE PIC X(10).
           05 SUB-RENEWAL-STATUS PIC X(1).
           05 SUB-RENEWAL-PO PIC 9(6).
