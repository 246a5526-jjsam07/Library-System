      *    Canonical SYSTEM-STATUS-RECORD file layout (sysstatus.bin),
      *    the single-row flag that says whether the shared files are
      *    open for business. SYS-KEY is always 1, the same shape as
      *    policy-fs. SYS-STATE "O" open, "R" read-only (look-ups
      *    only - nothing may be lent, returned or paid), "C" closed
      *    (the files are being replaced; the desk works in offline
      *    capture). SYS-REASON and SYS-BACK-DATE/TIME are what the
      *    sign-on screens show; SYS-SET-BY names the program (or the
      *    supervisor) that set it, and only that program's own
      *    clear reopens the system. Maintained only through the
      *    SystemStatus subprogram. A missing file or row is open.
       01 SYSTEM-STATUS-RECORD.
           05 SYS-KEY PIC 9(1).
           05 SYS-STATE PIC X(1).
           05 SYS-REASON PIC X(40).
           05 SYS-BACK-DATE PIC 9(8).
           05 SYS-BACK-TIME PIC 9(4).
           05 SYS-SET-BY PIC X(20).
           05 SYS-SET-DATE PIC 9(8).
           05 SYS-SET-TIME PIC 9(4).
