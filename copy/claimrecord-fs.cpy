      *    Canonical CLAIM-RECORD file layout (claim.bin): one row
      *    per "I returned it" claim against an open loan, keyed by
      *    the loan's own student + book with the date the claim was
      *    filed, so a patron's claims read out together and the
      *    same loan can be claimed again after an earlier claim
      *    closed. While a claim is open (CLM-STATUS "O") the loan
      *    gets no overdue notices and its fine stops at the filing
      *    date. CLM-SEARCHES-DONE of CLM-SEARCHES-DUE shelf
      *    searches have been sent to the branches; the next goes
      *    out on CLM-NEXT-SEARCH-DATE. A claim closes found ("F",
      *    the item turned up and was checked in) or lost ("L", the
      *    loan converted to a lost-book bill), and the row stays so
      *    repeat claimants can be counted.
       01 CLAIM-RECORD.
           05 CLAIM-REF-ID.
               10 CLM-STUDENT-ID PIC 9(10).
               10 CLM-BOOK-ID PIC 9(10).
               10 CLM-FILED-DATE PIC 9(8).
           05 CLM-FILED-BY PIC X(20).
           05 CLM-STATUS PIC X(1).
           05 CLM-SEARCHES-DONE PIC 9(1).
           05 CLM-SEARCHES-DUE PIC 9(1).
           05 CLM-NEXT-SEARCH-DATE PIC 9(8).
           05 CLM-CLOSED-BY PIC X(20).
           05 CLM-CLOSED-DATE PIC 9(8).
