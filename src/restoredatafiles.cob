           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT BORROWBACKUP ASSIGN TO BORROWBACKUP-NAME-WS
           05 BACKUP-BORROW-REF-ID.
               10 BACKUP-BORROWER-ID PIC 9(10).
               10 BACKUP-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(75).
       FD BORROWDAMAGED.
       01 BORROW-DAMAGED-RECORD.
           05 DAMAGED-BORROW-REF-ID.
               10 DAMAGED-BORROWER-ID PIC 9(10).
               10 DAMAGED-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(75).

       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD STUDENTBACKUP.
       01 STUDENT-BACKUP-RECORD.
           05 BACKUP-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(454).
       FD STUDENTDAMAGED.
       01 STUDENT-DAMAGED-RECORD.
           05 DAMAGED-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(454).

       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD ADMINBACKUP.
       01 ADMIN-BACKUP-RECORD.
           05 BACKUP-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(154).
       FD ADMINDAMAGED.
       01 ADMIN-DAMAGED-RECORD.
           05 DAMAGED-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(154).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-WS PIC X(2).
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY adminrecord-ws.
       COPY patronsum-request.

       01 BACKUP-DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 BACKUP-DATE-WS PIC 9(8).
       01 RESTORED-COUNT-WS PIC 9(6).
       01 VERIFY-COUNT-WS PIC 9(6).
       01 CONFIRM-WS PIC X(1).
       COPY sysstatus-request.
       01 HOLDS-SYSTEM-FLAG-WS PIC X VALUE "N".
       COPY fwdrecovery-request.
       COPY convert-request.
       01 BOOKS-RELOADED-WS PIC X VALUE "N".
       01 LOANS-RELOADED-WS PIC X VALUE "N".

      *    The other half of BackupDataFiles: puts a chosen night's
      *    backups back. For each file set the program shows the
      *    the live indexed file (recreating every alternate key),
      *    and re-verifies the record count after the load. No more
      *    copying files around at the OS prompt with fingers
      *    crossed. Once the catalog or the loans are back, the
      *    activity logged since that night can be replayed into
      *    them, so the desk picks up where it was at the failure
      *    rather than where it was at the backup. A set taken before
      *    the loan, student or admin record was widened is brought
      *    up to the current layout first (its earlier records are
      *    kept beside it as <file>_preconv.dat), so an old night's
      *    backup restores the same as a new one.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           MOVE FUNCTION NUMVAL(BACKUP-DATE-SCAN-WS)
               TO BACKUP-DATE-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM CloseSystemForRun
           PERFORM BuildFileNames
           PERFORM ConvertOldBackupSet

           PERFORM RestoreBookSet
           PERFORM RestoreBorrowSet
           PERFORM RestoreStudentSet
           PERFORM RestoreAdminSet
           PERFORM OfferForwardRecovery
           PERFORM RebuildPatronSummaries
           PERFORM ReopenSystemAfterRun
           DISPLAY " "
           DISPLAY "RESTORE COMPLETE.".
           EXIT PROGRAM.

       ConvertOldBackupSet.
           MOVE "B" TO CNV-FUNC
           MOVE BACKUP-DATE-WS TO CNV-BACKUP-DATE
           CALL "ConvertDataFiles" USING CNV-REQUEST.

      *    Offered only straight after a reload of the catalog or
      *    the loans - replaying onto files that were not put back
      *    would post the same day's work twice.
       OfferForwardRecovery.
           IF BOOKS-RELOADED-WS = "N" AND LOANS-RELOADED-WS = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "THE RESTORED FILES STAND AS AT THE " BACKUP-DATE-WS
               " BACKUP."
           DISPLAY "REPLAY THE ACTIVITY LOGGED SINCE THEN (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NO REPLAY. THE FILES STAY AS AT THE BACKUP."
               EXIT PARAGRAPH
           END-IF
           MOVE BACKUP-DATE-WS TO FWR-BACKUP-DATE
           MOVE BOOKS-RELOADED-WS TO FWR-BOOKS-RESTORED
           MOVE LOANS-RELOADED-WS TO FWR-LOANS-RESTORED
           CALL "ForwardRecovery" USING FWR-REQUEST
           DISPLAY FWR-REPLAYED " POSTING(S) REPLAYED, "
               FWR-EXCEPTIONS " TO WORK BY HAND.".

      *    Restored loans and a restored roster leave the running
      *    account summaries describing the damaged files, so they
      *    are rebuilt from what was just put back.
       RebuildPatronSummaries.
           MOVE "A" TO PSM-FUNC
           CALL "PatronSummary" USING PSM-REQUEST
           DISPLAY "ACCOUNT SUMMARIES REBUILT: " PSM-REBUILT-COUNT.

       BuildFileNames.
           STRING "library_" BACKUP-DATE-WS ".bin"
               DELIMITED BY SIZE INTO BOOKBACKUP-NAME-WS
           END-IF.

       ReloadBooks.
           MOVE "Y" TO BOOKS-RELOADED-WS
           OPEN OUTPUT BOOKRECORD
           OPEN INPUT BOOKBACKUP
           MOVE 0 TO RESTORED-COUNT-WS
           END-IF.

       ReloadBorrows.
           MOVE "Y" TO LOANS-RELOADED-WS
           OPEN OUTPUT BORROWRECORD
           OPEN INPUT BORROWBACKUP
           MOVE 0 TO RESTORED-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE ADMINRECORD.

      *    Nothing may touch the files while they are being put back:
      *    the system is closed and the desks work in offline
      *    capture until the restore reopens it.
       CloseSystemForRun.
           MOVE "S" TO SST-FUNC
           MOVE "C" TO SST-STATE
           MOVE "RESTORE FROM BACKUP IN PROGRESS" TO SST-REASON
           MOVE 60 TO SST-MINUTES
           MOVE "RestoreDataFiles" TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           MOVE SST-DONE TO HOLDS-SYSTEM-FLAG-WS.

       ReopenSystemAfterRun.
           IF HOLDS-SYSTEM-FLAG-WS = "Y"
               MOVE "C" TO SST-FUNC
               MOVE "RestoreDataFiles" TO SST-SET-BY
               CALL "SystemStatus" USING SST-REQUEST
               MOVE "N" TO HOLDS-SYSTEM-FLAG-WS
           END-IF.
