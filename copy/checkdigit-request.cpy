      *    Request block for the CheckDigit subprogram, the one
      *    place a book or student id's check digit is worked out.
      *    The stored id stays the plain 10 digits; what is printed
      *    on a label or card, and scanned back, is the checked
      *    form - the zero-padded id followed by its check digit,
      *    11 digits in all. Set CKD-FUNC and CALL "CheckDigit"
      *    USING CKD-REQUEST:
      *      "C" - the checked form for the id in CKD-ID: the digit
      *            comes back in CKD-CHECK-DIGIT, the whole form in
      *            CKD-CHECKED-FORM.
      *      "S" - read what was keyed or scanned, CKD-SCAN. A good
      *            checked form comes back as CKD-ID with CKD-RESULT
      *            "N"; a plain id without its digit comes back "O"
      *            while the policy's changeover is open; blank or
      *            zero comes back "Z" (the caller's way out). Any
      *            other entry is "R", with the reason for the
      *            screen in CKD-REASON and CKD-ID zero - no lookup
      *            should follow. During the changeover a checked
      *            form must be given in full, as printed; once it
      *            closes, the last digit of any entry is its check
      *            digit and leading zeros may be left off.
       01 CKD-REQUEST.
           05 CKD-FUNC PIC X(1).
           05 CKD-SCAN PIC X(12).
           05 CKD-CHECKED-FORM.
               10 CKD-ID PIC 9(10).
               10 CKD-CHECK-DIGIT PIC 9(1).
           05 CKD-RESULT PIC X(1).
               88 CKD-NEW-FORM VALUE "N".
               88 CKD-OLD-FORM VALUE "O".
               88 CKD-NO-ID VALUE "Z".
               88 CKD-REJECTED VALUE "R".
           05 CKD-REASON PIC X(50).
