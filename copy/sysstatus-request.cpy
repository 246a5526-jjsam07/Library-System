      *    Request block for the SystemStatus subprogram, the keeper
      *    of the system status flag (sysstatus.bin). Set SST-FUNC
      *    and CALL "SystemStatus" USING SST-REQUEST; every call hands
      *    back the flag as it now stands in SST-STATE, SST-REASON,
      *    SST-BACK-DATE/TIME and SST-SET-BY/DATE/TIME:
      *      "R" - read the flag.
      *      "S" - set SST-STATE ("R" read-only or "C" closed) with
      *            SST-REASON, SST-MINUTES (how long until the
      *            system is expected back) and SST-SET-BY (the
      *            program name). When another program already
      *            holds the flag it stays that program's - a closed
      *            request still tightens a read-only flag - and
      *            SST-DONE comes back "N": the caller must not clear
      *            what it does not own.
      *      "C" - clear: reopens the system only if SST-SET-BY
      *            still holds the flag.
      *      "F" - force clear by a supervisor (SST-SET-BY), for a
      *            flag left behind by a run that never finished.
       01 SST-REQUEST.
           05 SST-FUNC PIC X(1).
           05 SST-STATE PIC X(1).
               88 SST-SYSTEM-OPEN VALUE "O".
               88 SST-SYSTEM-READ-ONLY VALUE "R".
               88 SST-SYSTEM-CLOSED VALUE "C".
           05 SST-REASON PIC X(40).
           05 SST-MINUTES PIC 9(4).
           05 SST-BACK-DATE PIC 9(8).
           05 SST-BACK-TIME PIC 9(4).
           05 SST-SET-BY PIC X(20).
           05 SST-SET-DATE PIC 9(8).
           05 SST-SET-TIME PIC 9(4).
           05 SST-DONE PIC X(1).
               88 SST-DONE-OK VALUE "Y".
