      *    Request block for the ConvertDataFiles subprogram, which
      *    brings a data file written under an earlier record layout
      *    up to the current one. Set CNV-FUNC and CALL
      *    "ConvertDataFiles" USING CNV-REQUEST:
      *      "L" - the live data files; run by InitDataFiles on
      *            every start, before anyone signs in. A file
      *            already in the current layout is left alone.
      *      "B" - the dated backup set named by CNV-BACKUP-DATE
      *            (borrow_, student_ and admin_YYYYMMDD.bin), so a
      *            set taken before an upgrade can still be
      *            restored. Run by RestoreDataFiles.
      *    CNV-FILES-CONVERTED comes back with the number of files
      *    rewritten (zero when everything was already current).
       01 CNV-REQUEST.
           05 CNV-FUNC PIC X(1).
           05 CNV-BACKUP-DATE PIC 9(8).
           05 CNV-FILES-CONVERTED PIC 9(3).
