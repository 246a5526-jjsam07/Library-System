      *    Request block for the ImportRegistry subprogram, which
      *    stands between every feed import and the file it loads.
      *    Set IMP-FEED (the feed code the file's header must carry)
      *    and IMP-FILE-NAME, CALL "ImportRegistry" USING
      *    IMP-REQUEST:
      *      "V" - before loading: the header, every trailer count
      *            and the registry are checked. IMP-OK "N" means do
      *            not load, and IMP-REASON says why. On "Y" the
      *            fingerprint, header date/sequence and detail count
      *            are left in the block for "L".
      *      "L" - after loading: the file is entered on the
      *            registry under IMP-LOADED-BY, so the same file
      *            is refused next time until a supervisor
      *            releases it.
      *    Programs that write a feed themselves (OfflineCapture,
      *    Acquisitions, Donations) keep it loadable:
      *      "H" - before appending: a header is put at the top of a
      *            new or headerless file, and lines an interrupted
      *            session left without a trailer are sealed.
      *      "T" - after appending: the lines just written are
      *            sealed with a trailer carrying their count.
       01 IMP-REQUEST.
           05 IMP-FUNC PIC X(1).
           05 IMP-FEED PIC X(8).
           05 IMP-FILE-NAME PIC X(40).
           05 IMP-LOADED-BY PIC X(20).
           05 IMP-FINGERPRINT PIC 9(15).
           05 IMP-CREATED-DATE PIC 9(8).
           05 IMP-FILE-SEQ PIC 9(6).
           05 IMP-RECORD-COUNT PIC 9(7).
           05 IMP-OK PIC X(1).
               88 IMP-FILE-ACCEPTED VALUE "Y".
           05 IMP-REASON PIC X(60).
