      *    Request block for the ForwardRecovery subprogram, called
      *    by RestoreDataFiles once a night's backup is back in
      *    place. Set FWR-BACKUP-DATE to the backup just restored
      *    and FWR-BOOKS-RESTORED / FWR-LOANS-RESTORED to "Y" for
      *    each of library.bin and borrow.bin that was reloaded -
      *    only a reloaded file has the activity since the backup
      *    put back into it - and CALL "ForwardRecovery" USING
      *    FWR-REQUEST. The operator is asked how far to replay.
      *    The number of postings made and the number of entries
      *    listed as exceptions come back for the closing message.
       01 FWR-REQUEST.
           05 FWR-BACKUP-DATE PIC 9(8).
           05 FWR-BOOKS-RESTORED PIC X(1).
           05 FWR-LOANS-RESTORED PIC X(1).
           05 FWR-REPLAYED PIC 9(5).
           05 FWR-EXCEPTIONS PIC 9(5).
