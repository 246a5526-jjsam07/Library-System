      *    Request block for the AuditChain subprogram, the one owner
      *    of auditchain.bin. Set ACH-FUNC and the fields it needs,
      *    CALL "AuditChain" USING ACH-REQUEST:
      *      "A" - chain the audit entry just written: move the
      *            AUDIT-RECORD to ACH-ENTRY after a successful WRITE.
      *            Any day before the entry's own still unsealed is
      *            sealed first.
      *      "S" - seal every day before ACH-RUN-DATE not yet sealed
      *            (the nightly verification and the archive run).
      *      "C" - compute: ACH-CHECK from ACH-PRIOR-CHECK, ACH-KIND
      *            and ACH-LINK-TEXT, so the verification run mixes
      *            a link exactly as it was mixed when written.
      *    ACH-OK is "N" when the chain could not be written (the
      *    head row stayed locked) - the audit entry itself stands
      *    and the verification run will report it off the chain.
       01 ACH-REQUEST.
           05 ACH-FUNC PIC X(1).
           05 ACH-ENTRY PIC X(56).
           05 ACH-RUN-DATE PIC 9(8).
           05 ACH-KIND PIC X(1).
           05 ACH-LINK-TEXT PIC X(70).
           05 ACH-PRIOR-CHECK PIC 9(18).
           05 ACH-CHECK PIC 9(18).
           05 ACH-OK PIC X(1).
