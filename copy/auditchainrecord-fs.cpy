      *    Canonical AUDIT-CHAIN-RECORD file layout (auditchain.bin),
      *    the running check kept beside audit.bin. Every audit entry
      *    written is copied here as an "E" link under the next
      *    sequence number, and every calendar day is closed by an
      *    "S" seal link giving the day's entry count. Each link
      *    carries the check value of the link before it
      *    (ACN-PRIOR-CHECK) and its own (ACN-CHECK), mixed by
      *    AuditChain from the prior check and the link's content,
      *    so an entry deleted, altered or slipped in afterwards
      *    breaks the chain from that point on. Sequence zero is the
      *    head row (ACN-KIND "H"): the last link written, the first
      *    link still on the live file, the day not yet sealed and
      *    the check carried in from links moved to the yearly
      *    archives (auditchain_2025.bin and so on, same layout).
      *    ACN-ENTRY-KEY is an ALTERNATE RECORD KEY WITH DUPLICATES
      *    so an audit entry can be found on the chain by its own
      *    key.
       01 AUDIT-CHAIN-RECORD.
           05 ACN-SEQ PIC 9(10).
           05 ACN-KIND PIC X(1).
           05 ACN-DAY PIC 9(8).
           05 ACN-ENTRY.
               10 ACN-ENTRY-KEY.
                   15 ACN-BOOK-ID PIC 9(10).
                   15 ACN-DATE PIC 9(8).
                   15 ACN-TIME PIC 9(8).
               10 ACN-ACTION PIC X(10).
               10 ACN-USER PIC X(20).
           05 ACN-DAY-COUNT PIC 9(6).
           05 ACN-PRIOR-CHECK PIC 9(18).
           05 ACN-CHECK PIC 9(18).
