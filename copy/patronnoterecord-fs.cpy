      *    Canonical PATRON-NOTE-RECORD file layout (patronnote.bin),
      *    staff notes and blocking flags on a borrower's account.
      *    PN-KIND "N" is a note the desk reads when the account
      *    comes up; "B" is a blocking flag - between PN-START-DATE
      *    and PN-END-DATE (zero: until cleared) no checkout or room
      *    booking goes through. PN-REASON: DS disciplinary
      *    suspension, RM returned mail - confirm address, CS parent
      *    or guardian must co-sign, OT other. Rows are never
      *    deleted: clearing stamps PN-CLEARED-BY and the date, so
      *    the account keeps who set what, when, and who lifted it.
      *    PN-REF-ID leads with the student so one account's rows
      *    browse together, then the moment the row was set.
       01 PATRON-NOTE-RECORD.
           05 PN-REF-ID.
               10 PN-STUDENT-ID PIC 9(10).
               10 PN-SET-DATE PIC 9(8).
               10 PN-SET-TIME PIC 9(8).
           05 PN-KIND PIC X(1).
           05 PN-REASON PIC X(2).
           05 PN-TEXT PIC X(60).
           05 PN-START-DATE PIC 9(8).
           05 PN-END-DATE PIC 9(8).
           05 PN-SET-BY PIC X(20).
           05 PN-CLEARED-DATE PIC 9(8).
           05 PN-CLEARED-BY PIC X(20).
