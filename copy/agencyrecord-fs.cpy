      *    Canonical AGENCY-RECORD file layout (agency.bin): one row
      *    per referral of a community borrower's debt to the
      *    collection agency, keyed by patron and referral date -
      *    the pair the agency quotes back on its status file. The
      *    referred fines themselves carry FPAID "C" on fine.bin;
      *    this row holds the totals sent, what the agency has
      *    collected against them, and whether the referral is
      *    still open (O), paid in full (P) or settled and closed
      *    by the agency with the rest written off (S). A patron has
      *    at most one open referral at a time.
       01 AGENCY-RECORD.
           05 AGENCY-REF-ID.
               10 AGY-STUDENT-ID PIC 9(10).
               10 AGY-REFERRED-DATE PIC 9(8).
           05 AGY-FINE-COUNT PIC 9(3).
           05 AGY-PRINCIPAL PIC 9(7)V99.
           05 AGY-FEE PIC 9(5)V99.
           05 AGY-COLLECTED PIC 9(7)V99.
           05 AGY-WRITTEN-OFF PIC 9(7)V99.
           05 AGY-STATUS PIC X(1).
           05 AGY-CLOSED-DATE PIC 9(8).
