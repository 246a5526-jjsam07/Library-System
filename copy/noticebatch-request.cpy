      *    Request block for the NoticeBatch subprogram, which frames
      *    every run that writes to notices.txt as a numbered batch.
      *    CALL "NoticeBatch" USING NBR-REQUEST:
      *      "O" - before the run opens notices.txt: set NBR-PROGRAM.
      *            The batch header goes out and the number comes
      *            back in NBR-BATCH-NUM. If the same program left a
      *            batch unfinished, that batch's lines are taken
      *            out of the file and its number is reused, so a
      *            rerun replaces it instead of adding to it
      *            (NBR-REPLACED "Y").
      *      "C" - after the run has closed notices.txt: set
      *            NBR-BATCH-NUM. The batch's lines are counted, the
      *            trailer goes out and the batch is marked finished
      *            (the count comes back in NBR-COUNT).
      *      "K" - is NBR-BATCH-NUM a batch we ever wrote?
      *            (answer in NBR-FOUND, date in NBR-BATCH-DATE)
      *    NBR-OK is "N" when the batch could not be opened or
      *    closed.
       01 NBR-REQUEST.
           05 NBR-FUNC PIC X(1).
           05 NBR-PROGRAM PIC X(20).
           05 NBR-BATCH-NUM PIC 9(8).
           05 NBR-BATCH-DATE PIC 9(8).
           05 NBR-COUNT PIC 9(7).
           05 NBR-REPLACED PIC X(1).
           05 NBR-FOUND PIC X(1).
               88 NBR-BATCH-KNOWN VALUE "Y".
           05 NBR-OK PIC X(1).
