      *    Request block for the LicenseCheck subprogram, the one
      *    keeper of license.bin's loan counts. Set the book, the
      *    copy going out (zero when none is recorded) and the loan
      *    date, and CALL "LicenseCheck" USING LCK-REQUEST:
      *      "C" - asks whether the copy may go out, changing
      *            nothing
      *      "U" - counts one checkout against the license (the
      *            loan has been written); the answer is for the
      *            license after the count
      *    LCK-RESULT comes back "N" for stock that is not licensed,
      *    "O" within its license, "W" near its loan or date limit
      *    and "X" used up or ended - not to be lent. The loans
      *    left (when the license has a loan limit) and its end
      *    date (zero - none) come back for the warning.
       01 LCK-REQUEST.
           05 LCK-FUNC PIC X(1).
               88 LCK-CHECK-ONLY VALUE "C".
               88 LCK-COUNT-LOAN VALUE "U".
           05 LCK-BOOK-ID PIC 9(10).
           05 LCK-COPY-NUM PIC 9(3).
           05 LCK-DATE PIC 9(8).
           05 LCK-RESULT PIC X(1).
               88 LCK-NOT-LICENSED VALUE "N".
               88 LCK-WITHIN-LICENSE VALUE "O".
               88 LCK-NEAR-LIMIT VALUE "W".
               88 LCK-USED-UP VALUE "X".
           05 LCK-LOANS-LIMITED PIC X(1).
           05 LCK-LOANS-LEFT PIC 9(5).
           05 LCK-END-DATE PIC 9(8).
