      *    Control records every feed file carries for its import:
      *    a header as the first line naming the feed, the date the
      *    sender made the file and the sender's file sequence, and
      *    a trailer closing each run of detail lines with their
      *    count. A file written in several sittings (the offline
      *    capture file, accession.txt) has one trailer per sitting.
      *    Copied into a feed's FD beside its own line layout, so
      *    the import can step over them; no detail line of any
      *    feed begins "HDR" or "TRL".
       01 IMPORT-HEADER-LINE.
           05 IMH-RECORD-TYPE PIC X(3).
               88 IMH-IS-HEADER VALUE "HDR".
           05 IMH-FEED PIC X(8).
           05 IMH-CREATED-DATE PIC 9(8).
           05 IMH-FILE-SEQ PIC 9(6).
       01 IMPORT-TRAILER-LINE.
           05 IMT-RECORD-TYPE PIC X(3).
               88 IMT-IS-TRAILER VALUE "TRL".
           05 IMT-RECORD-COUNT PIC 9(7).
