       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertDataFiles.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADMINRECORD ASSIGN TO "admin.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADMIN-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL ADMINRECORDPRIOR ASSIGN TO "admin.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-ADMIN-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL ALUMNIRECORD ASSIGN TO "alumni.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-STUDENT-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL ALUMNIRECORDPRIOR ASSIGN TO "alumni.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-ALUM-STUDENT-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD
           WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORDPRIOR ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-BORROW-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRIOR-BBOOK-ID WITH DUPLICATES
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL HOLDRECORD ASSIGN TO "hold.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-REF-ID
           ALTERNATE RECORD KEY IS HOLD-BOOK-ID WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL HOLDRECORDPRIOR ASSIGN TO "hold.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-HOLD-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-HOLD-BOOK-ID WITH DUPLICATES
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL INVOICERECORD ASSIGN TO "invoice.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVOICE-REF-ID
           ALTERNATE RECORD KEY IS INV-PO-NUMBER WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL INVOICERECORDPRIOR ASSIGN TO "invoice.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-INVOICE-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-INV-PO-NUMBER WITH DUPLICATES
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL NOTICEHIST ASSIGN TO "noticehist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL NOTICEHISTPRIOR ASSIGN TO "noticehist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-NH-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL POLICYFILE ASSIGN TO "policy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICY-KEY
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL POLICYPRIOR ASSIGN TO "policy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-POLICY-KEY
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL POLINERECORD ASSIGN TO "poline.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-LINE-REF-ID
           ALTERNATE RECORD KEY IS POL-PO-NUMBER WITH DUPLICATES
           ALTERNATE RECORD KEY IS POL-BOOK-ID WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL POLINERECORDPRIOR ASSIGN TO "poline.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-PO-LINE-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-POL-PO-NUMBER WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRIOR-POL-BOOK-ID WITH DUPLICATES
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL PORECORD ASSIGN TO "po.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMBER
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL PORECORDPRIOR ASSIGN TO "po.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-PO-NUMBER
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL READINGLIST ASSIGN TO "readinglist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-LIST-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL READINGLISTPRIOR ASSIGN TO "readinglist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-RL-LIST-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL REPAIRRECORD ASSIGN TO "repair.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPAIR-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL REPAIRRECORDPRIOR ASSIGN TO "repair.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-REPAIR-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL RUNCTLFILE ASSIGN TO "runctl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL RUNCTLPRIOR ASSIGN TO "runctl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-RUN-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL SERIALISSUE ASSIGN TO "serialissue.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SISSUE-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL SERIALISSUEPRIOR ASSIGN TO "serialissue.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-SISSUE-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORDPRIOR ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-STUDENT-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL SUBSRECORD ASSIGN TO "subs.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUB-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL SUBSRECORDPRIOR ASSIGN TO "subs.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-SUB-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL TRANSFERRECORD ASSIGN TO "transfer.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSFER-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL TRANSFERRECORDPRIOR ASSIGN TO "transfer.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-TRANSFER-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORDPRIOR ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-WBOOK-ID WITH DUPLICATES
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT BORROWBACKUP ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKUP-BORROW-REF-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT BORROWBACKUPPRIOR ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRIOR-BACKUP-BORROW-REF-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT STUDENTBACKUP ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKUP-STUDENT-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT STUDENTBACKUPPRIOR ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRIOR-BACKUP-STUDENT-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT ADMINBACKUP ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKUP-ADMIN-ID
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT ADMINBACKUPPRIOR ASSIGN TO DATA-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRIOR-BACKUP-ADMIN-ID
           FILE STATUS IS PRIOR-STATUS-WS.

           SELECT UNLOADFILE ASSIGN TO UNLOAD-NAME-WS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS UNLOAD-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD ADMINRECORDPRIOR.
       01 PRIOR-ADMIN-RECORD.
           05 PRIOR-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(40).
       FD ALUMNIRECORD.
       COPY alumnirecord-fs.
       FD ALUMNIRECORDPRIOR.
       01 PRIOR-ALUMNI-RECORD.
           05 PRIOR-ALUM-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(428).
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD BORROWRECORDPRIOR.
       01 PRIOR-BBOOK.
           05 PRIOR-BORROW-REF-ID.
               10 PRIOR-BORROWER-ID PIC 9(10).
               10 PRIOR-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(45).
       FD HOLDRECORD.
       COPY holdrecord-fs.
       FD HOLDRECORDPRIOR.
       01 PRIOR-HOLD-RECORD.
           05 PRIOR-HOLD-REF-ID.
               10 PRIOR-HOLD-STUDENT-ID PIC 9(10).
               10 PRIOR-HOLD-BOOK-ID PIC 9(10).
           05 FILLER PIC X(16).
       FD INVOICERECORD.
       COPY invoicerecord-fs.
       FD INVOICERECORDPRIOR.
       01 PRIOR-INVOICE-RECORD.
           05 PRIOR-INVOICE-REF-ID.
               10 PRIOR-INV-NUMBER PIC X(10).
               10 PRIOR-INV-LINE-NUM PIC 9(3).
           05 PRIOR-INV-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(84).
       FD NOTICEHIST.
       COPY noticehistrecord-fs.
       FD NOTICEHISTPRIOR.
       01 PRIOR-NOTICE-HIST-RECORD.
           05 PRIOR-NH-REF-ID.
               10 PRIOR-NH-STUDENT-ID PIC 9(10).
               10 PRIOR-NH-BOOK-ID PIC 9(10).
               10 PRIOR-NH-LEVEL PIC 9(1).
           05 FILLER PIC X(9).
       FD POLICYFILE.
       COPY policyrecord-fs.
       FD POLICYPRIOR.
       01 PRIOR-POLICY-RECORD.
           05 PRIOR-POLICY-KEY PIC 9(1).
           05 FILLER PIC X(61).
       FD POLINERECORD.
       COPY polinerecord-fs.
       FD POLINERECORDPRIOR.
       01 PRIOR-PO-LINE-RECORD.
           05 PRIOR-PO-LINE-REF-ID.
               10 PRIOR-POL-PO-NUMBER PIC 9(6).
               10 PRIOR-POL-LINE-NUM PIC 9(3).
           05 PRIOR-POL-BOOK-ID PIC 9(10).
           05 FILLER PIC X(127).
       FD PORECORD.
       COPY porecord-fs.
       FD PORECORDPRIOR.
       01 PRIOR-PO-RECORD.
           05 PRIOR-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(39).
       FD READINGLIST.
       COPY readinglistrecord-fs.
       FD READINGLISTPRIOR.
       01 PRIOR-READING-LIST-RECORD.
           05 PRIOR-RL-LIST-ID PIC 9(4).
           05 FILLER PIC X(50).
       FD REPAIRRECORD.
       COPY repairrecord-fs.
       FD REPAIRRECORDPRIOR.
       01 PRIOR-REPAIR-RECORD.
           05 PRIOR-REPAIR-REF-ID.
               10 PRIOR-REP-BOOK-ID PIC 9(10).
               10 PRIOR-REP-COPY-NUM PIC 9(3).
           05 FILLER PIC X(38).
       FD RUNCTLFILE.
       COPY runctlrecord-fs.
       FD RUNCTLPRIOR.
       01 PRIOR-RUN-CONTROL-RECORD.
           05 PRIOR-RUN-REF-ID.
               10 PRIOR-RUN-DATE PIC 9(8).
               10 PRIOR-RUN-STEP-NUM PIC 9(2).
           05 FILLER PIC X(21).
       FD SERIALISSUE.
       COPY serialissuerecord-fs.
       FD SERIALISSUEPRIOR.
       01 PRIOR-SERIAL-ISSUE-RECORD.
           05 PRIOR-SISSUE-REF-ID.
               10 PRIOR-SI-SUB-ID PIC 9(6).
               10 PRIOR-SI-VOLUME PIC 9(3).
               10 PRIOR-SI-ISSUE-NUM PIC 9(3).
           05 FILLER PIC X(17).
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD STUDENTRECORDPRIOR.
       01 PRIOR-STUDENT.
           05 PRIOR-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(421).
       FD SUBSRECORD.
       COPY subsrecord-fs.
       FD SUBSRECORDPRIOR.
       01 PRIOR-SUBSCRIPTION-RECORD.
           05 PRIOR-SUB-ID PIC 9(6).
           05 FILLER PIC X(114).
       FD TRANSFERRECORD.
       COPY transferrecord-fs.
       FD TRANSFERRECORDPRIOR.
       01 PRIOR-TRANSFER-RECORD.
           05 PRIOR-TRANSFER-REF-ID.
               10 PRIOR-XFER-BOOK-ID PIC 9(10).
               10 PRIOR-XFER-COPY-NUM PIC 9(3).
           05 FILLER PIC X(33).
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD WAITLISTRECORDPRIOR.
       01 PRIOR-WAITLIST-RECORD.
           05 PRIOR-WAITLIST-REF-ID.
               10 PRIOR-WSTUDENT-ID PIC 9(10).
               10 PRIOR-WBOOK-ID PIC 9(10).
           05 FILLER PIC X(8).
       FD BORROWBACKUP.
       01 BORROW-BACKUP-RECORD.
           05 BACKUP-BORROW-REF-ID.
               10 BACKUP-BORROWER-ID PIC 9(10).
               10 BACKUP-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(75).
       FD BORROWBACKUPPRIOR.
       01 PRIOR-BORROW-BACKUP-RECORD.
           05 PRIOR-BACKUP-BORROW-REF-ID.
               10 PRIOR-BACKUP-BORROWER-ID PIC 9(10).
               10 PRIOR-BACKUP-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(45).
       FD STUDENTBACKUP.
       01 STUDENT-BACKUP-RECORD.
           05 BACKUP-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(454).
       FD STUDENTBACKUPPRIOR.
       01 PRIOR-STUDENT-BACKUP-RECORD.
           05 PRIOR-BACKUP-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(421).
       FD ADMINBACKUP.
       01 ADMIN-BACKUP-RECORD.
           05 BACKUP-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(154).
       FD ADMINBACKUPPRIOR.
       01 PRIOR-ADMIN-BACKUP-RECORD.
           05 PRIOR-BACKUP-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(40).

      *    The work file is as wide as the widest earlier record (the
      *    alumni archive); each file uses the front of it.
       FD UNLOADFILE
           RECORD CONTAINS 438 CHARACTERS.
       01 UNLOAD-RECORD PIC X(438).

       WORKING-STORAGE SECTION.
       COPY adminrecord-ws.
       COPY alumnirecord-ws.
       COPY borrowrecord-ws.
       COPY holdrecord-ws.
       COPY invoicerecord-ws.
       COPY noticehistrecord-ws.
       COPY policyrecord-ws.
       COPY polinerecord-ws.
       COPY porecord-ws.
       COPY readinglistrecord-ws.
       COPY repairrecord-ws.
       COPY runctlrecord-ws.
       COPY serialissuerecord-ws.
       COPY studentrecord-ws.
       COPY subsrecord-ws.
       COPY transferrecord-ws.
       COPY waitlistrecord-ws.
       COPY credhash-request.
       01 LIVE-STATUS-WS PIC X(2).
           88 LIVE-FILE-OK-WS VALUE 00 05.
           88 LIVE-KEYS-DIFFER-WS VALUE 39.
       01 PRIOR-STATUS-WS PIC X(2).
           88 PRIOR-FILE-OK-WS VALUE 00 05.
           88 PRIOR-READ-OK-WS VALUE 00 02 10.
       01 UNLOAD-STATUS-WS PIC X(2).
           88 UNLOAD-FILE-OK-WS VALUE 00.
       01 FILE-STEM-WS PIC X(20).
       01 DATA-NAME-WS PIC X(40).
       01 UNLOAD-NAME-WS PIC X(40).
       01 PRECONV-NAME-WS PIC X(40).
       01 STEP-WS PIC X VALUE "N".
           88 STEP-UNLOAD-WS VALUE "U".
           88 STEP-RELOAD-WS VALUE "R".
       01 EOF-WS PIC X VALUE "N".
       01 UNLOAD-FAILED-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 UNLOADED-COUNT-WS PIC 9(6).
       01 RELOADED-COUNT-WS PIC 9(6).
       01 REJECTED-COUNT-WS PIC 9(6).
       01 NO-PIN-COUNT-WS PIC 9(6).
       01 CALL-STATUS-WS PIC S9(9) BINARY VALUE 0.

       LINKAGE SECTION.
       COPY convert-request.

      *    Brings a data file written under an earlier record layout
      *    up to the current one. A file whose record length or keys
      *    no longer match the program's description opens with
      *    status 39; it is then read through a description of the
      *    earlier layout, unloaded to a flat work file
      *    (<file>_unload.dat), and the data file is recreated and
      *    reloaded with every new field given its starting value.
      *    Stored passwords and PINs are salted on the way through.
      *    Once the reload is done the work file is kept as
      *    <file>_preconv.dat - the records exactly as they stood
      *    before the conversion. A work file still on hand at start
      *    means the last reload was cut short, and it is run again
      *    from that copy. A file already in the current layout is
      *    not touched and nothing is shown for it.
       PROCEDURE DIVISION USING CNV-REQUEST.
       StartPara.
           MOVE 0 TO CNV-FILES-CONVERTED
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           EVALUATE CNV-FUNC
               WHEN "L"
                   PERFORM ConvertAdminFile
                   PERFORM ConvertAlumniFile
                   PERFORM ConvertBorrowFile
                   PERFORM ConvertHoldFile
                   PERFORM ConvertInvoiceFile
                   PERFORM ConvertNoticeHistFile
                   PERFORM ConvertPolicyFile
                   PERFORM ConvertPoLineFile
                   PERFORM ConvertPoFile
                   PERFORM ConvertReadingListFile
                   PERFORM ConvertRepairFile
                   PERFORM ConvertRunCtlFile
                   PERFORM ConvertSerialIssueFile
                   PERFORM ConvertStudentFile
                   PERFORM ConvertSubsFile
                   PERFORM ConvertTransferFile
                   PERFORM ConvertWaitlistFile
               WHEN "B"
                   PERFORM ConvertBorrowBackup
                   PERFORM ConvertStudentBackup
                   PERFORM ConvertAdminBackup
           END-EVALUATE
           EXIT PROGRAM.

       NameWorkFiles.
           MOVE SPACES TO DATA-NAME-WS
           MOVE SPACES TO UNLOAD-NAME-WS
           MOVE SPACES TO PRECONV-NAME-WS
           STRING FILE-STEM-WS DELIMITED BY SPACE
               ".bin" DELIMITED BY SIZE INTO DATA-NAME-WS
           END-STRING
           STRING FILE-STEM-WS DELIMITED BY SPACE
               "_unload.dat" DELIMITED BY SIZE INTO UNLOAD-NAME-WS
           END-STRING
           STRING FILE-STEM-WS DELIMITED BY SPACE
               "_preconv.dat" DELIMITED BY SIZE INTO PRECONV-NAME-WS
           END-STRING.

      *    Run after the data file has been opened (and closed again
      *    if it opened) in the current layout.
       JudgeLiveFile.
           MOVE "N" TO STEP-WS
           IF LIVE-KEYS-DIFFER-WS
               MOVE "U" TO STEP-WS
               EXIT PARAGRAPH
           END-IF
           IF NOT LIVE-FILE-OK-WS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UNLOADFILE
           IF UNLOAD-FILE-OK-WS
               CLOSE UNLOADFILE
               MOVE "R" TO STEP-WS
               DISPLAY DATA-NAME-WS(1:30)
                   " FINISHING A CONVERSION THAT WAS CUT SHORT."
           END-IF.

       StartUnload.
           MOVE 0 TO UNLOADED-COUNT-WS
           MOVE "N" TO EOF-WS
           MOVE "N" TO UNLOAD-FAILED-WS
           OPEN OUTPUT UNLOADFILE.

       NoteUnloadRead.
           IF NOT PRIOR-READ-OK-WS
               MOVE "Y" TO EOF-WS
               MOVE "Y" TO UNLOAD-FAILED-WS
           END-IF.

      *    A read that fails partway leaves the data file as it was;
      *    the partial work file is dropped so the next start begins
      *    the unload over again.
       EndUnload.
           CLOSE UNLOADFILE
           IF UNLOAD-FAILED-WS = "Y"
               DISPLAY DATA-NAME-WS(1:30) " READ FAILED WITH STATUS "
                   PRIOR-STATUS-WS " AFTER " UNLOADED-COUNT-WS
                   " RECORD(S) - LEFT AS IT IS."
               CALL "CBL_DELETE_FILE" USING UNLOAD-NAME-WS
                   RETURNING CALL-STATUS-WS
               END-CALL
               MOVE "N" TO STEP-WS
           ELSE
               MOVE "R" TO STEP-WS
           END-IF.

       PriorOpenFailed.
           DISPLAY DATA-NAME-WS(1:30) " DOES NOT MATCH THE CURRENT "
               "OR THE EARLIER LAYOUT (STATUS " PRIOR-STATUS-WS
               ") - LEFT AS IT IS."
           MOVE "N" TO STEP-WS.

       StartReload.
           MOVE 0 TO RELOADED-COUNT-WS
           MOVE 0 TO REJECTED-COUNT-WS
           MOVE 0 TO NO-PIN-COUNT-WS
           MOVE "N" TO EOF-WS
           OPEN INPUT UNLOADFILE.

      *    The work file is still on hand if the data file could not
      *    be recreated, so the next start tries the reload again.
       ReloadOpenFailed.
           DISPLAY DATA-NAME-WS(1:30) " COULD NOT BE RECREATED "
               "(STATUS " LIVE-STATUS-WS ") - CONVERSION WAITS FOR "
               "THE NEXT START."
           MOVE "N" TO STEP-WS.

       FinishConversion.
           CALL "CBL_DELETE_FILE" USING PRECONV-NAME-WS
               RETURNING CALL-STATUS-WS
           END-CALL
           CALL "CBL_RENAME_FILE" USING UNLOAD-NAME-WS
               PRECONV-NAME-WS
               RETURNING CALL-STATUS-WS
           END-CALL
           ADD 1 TO CNV-FILES-CONVERTED
           DISPLAY DATA-NAME-WS(1:30) " CONVERTED TO THE CURRENT "
               "LAYOUT: " RELOADED-COUNT-WS " RECORD(S)."
           IF REJECTED-COUNT-WS > 0
               DISPLAY "  " REJECTED-COUNT-WS
                   " RECORD(S) REJECTED ON A DUPLICATE KEY."
           END-IF
           IF NO-PIN-COUNT-WS > 0
               DISPLAY "  " NO-PIN-COUNT-WS
                   " RECORD(S) WITH NO USABLE PIN."
           END-IF
           IF CALL-STATUS-WS = 0
               DISPLAY "  EARLIER RECORDS KEPT IN "
                   PRECONV-NAME-WS(1:30)
           ELSE
               DISPLAY "  EARLIER RECORDS LEFT IN "
                   UNLOAD-NAME-WS(1:30)
           END-IF.

       ConvertAdminFile.
           MOVE "admin" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT ADMINRECORD
           IF LIVE-FILE-OK-WS
               CLOSE ADMINRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadAdminFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadAdminFile
           END-IF.

       UnloadAdminFile.
           OPEN INPUT ADMINRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ ADMINRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-ADMIN-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE ADMINRECORDPRIOR
           PERFORM EndUnload.

       ReloadAdminFile.
           OPEN OUTPUT ADMINRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:50) TO ADMIN-WS
                       PERFORM FillNewAdminFields
                       WRITE ADMIN-RECORD FROM ADMIN-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE ADMINRECORD
           PERFORM FinishConversion.

       ConvertAlumniFile.
           MOVE "alumni" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT ALUMNIRECORD
           IF LIVE-FILE-OK-WS
               CLOSE ALUMNIRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadAlumniFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadAlumniFile
           END-IF.

       UnloadAlumniFile.
           OPEN INPUT ALUMNIRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ ALUMNIRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-ALUMNI-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE ALUMNIRECORDPRIOR
           PERFORM EndUnload.

       ReloadAlumniFile.
           OPEN OUTPUT ALUMNIRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:438) TO ALUMNI-WS
                       PERFORM FillNewAlumniFields
                       WRITE ALUMNI-RECORD FROM ALUMNI-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE ALUMNIRECORD
           PERFORM FinishConversion.

       ConvertBorrowFile.
           MOVE "borrow" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT BORROWRECORD
           IF LIVE-FILE-OK-WS
               CLOSE BORROWRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadBorrowFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadBorrowFile
           END-IF.

       UnloadBorrowFile.
           OPEN INPUT BORROWRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-BBOOK TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE BORROWRECORDPRIOR
           PERFORM EndUnload.

       ReloadBorrowFile.
           OPEN OUTPUT BORROWRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:65) TO BBOOK-WS
                       PERFORM FillNewBorrowFields
                       WRITE BBOOK FROM BBOOK-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE BORROWRECORD
           PERFORM FinishConversion.

       ConvertHoldFile.
           MOVE "hold" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT HOLDRECORD
           IF LIVE-FILE-OK-WS
               CLOSE HOLDRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadHoldFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadHoldFile
           END-IF.

       UnloadHoldFile.
           OPEN INPUT HOLDRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ HOLDRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-HOLD-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE HOLDRECORDPRIOR
           PERFORM EndUnload.

       ReloadHoldFile.
           OPEN OUTPUT HOLDRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:36) TO HOLD-WS
                       PERFORM FillNewHoldFields
                       WRITE HOLD-RECORD FROM HOLD-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE HOLDRECORD
           PERFORM FinishConversion.

       ConvertInvoiceFile.
           MOVE "invoice" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT INVOICERECORD
           IF LIVE-FILE-OK-WS
               CLOSE INVOICERECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadInvoiceFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadInvoiceFile
           END-IF.

       UnloadInvoiceFile.
           OPEN INPUT INVOICERECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ INVOICERECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-INVOICE-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE INVOICERECORDPRIOR
           PERFORM EndUnload.

       ReloadInvoiceFile.
           OPEN OUTPUT INVOICERECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       PERFORM FillNewInvoiceFields
                       WRITE INVOICE-RECORD FROM INVOICE-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE INVOICERECORD
           PERFORM FinishConversion.

       ConvertNoticeHistFile.
           MOVE "noticehist" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT NOTICEHIST
           IF LIVE-FILE-OK-WS
               CLOSE NOTICEHIST
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadNoticeHistFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadNoticeHistFile
           END-IF.

       UnloadNoticeHistFile.
           OPEN INPUT NOTICEHISTPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ NOTICEHISTPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-NOTICE-HIST-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE NOTICEHISTPRIOR
           PERFORM EndUnload.

       ReloadNoticeHistFile.
           OPEN OUTPUT NOTICEHIST
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:30) TO NOTICE-HIST-WS
                       PERFORM FillNewNoticeHistFields
                       WRITE NOTICE-HIST-RECORD FROM NOTICE-HIST-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE NOTICEHIST
           PERFORM FinishConversion.

       ConvertPolicyFile.
           MOVE "policy" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT POLICYFILE
           IF LIVE-FILE-OK-WS
               CLOSE POLICYFILE
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadPolicyFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadPolicyFile
           END-IF.

       UnloadPolicyFile.
           OPEN INPUT POLICYPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ POLICYPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-POLICY-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE POLICYPRIOR
           PERFORM EndUnload.

       ReloadPolicyFile.
           OPEN OUTPUT POLICYFILE
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:62) TO POLICY-WS
                       PERFORM FillNewPolicyFields
                       WRITE POLICY-RECORD FROM POLICY-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE POLICYFILE
           PERFORM FinishConversion.

       ConvertPoLineFile.
           MOVE "poline" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT POLINERECORD
           IF LIVE-FILE-OK-WS
               CLOSE POLINERECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadPoLineFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadPoLineFile
           END-IF.

       UnloadPoLineFile.
           OPEN INPUT POLINERECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ POLINERECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-PO-LINE-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE POLINERECORDPRIOR
           PERFORM EndUnload.

       ReloadPoLineFile.
           OPEN OUTPUT POLINERECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:146) TO PO-LINE-WS
                       PERFORM FillNewPoLineFields
                       WRITE PO-LINE-RECORD FROM PO-LINE-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE POLINERECORD
           PERFORM FinishConversion.

       ConvertPoFile.
           MOVE "po" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT PORECORD
           IF LIVE-FILE-OK-WS
               CLOSE PORECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadPoFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadPoFile
           END-IF.

       UnloadPoFile.
           OPEN INPUT PORECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ PORECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-PO-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE PORECORDPRIOR
           PERFORM EndUnload.

       ReloadPoFile.
           OPEN OUTPUT PORECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:45) TO PO-WS
                       PERFORM FillNewPoFields
                       WRITE PO-RECORD FROM PO-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE PORECORD
           PERFORM FinishConversion.

       ConvertReadingListFile.
           MOVE "readinglist" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT READINGLIST
           IF LIVE-FILE-OK-WS
               CLOSE READINGLIST
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadReadingListFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadReadingListFile
           END-IF.

       UnloadReadingListFile.
           OPEN INPUT READINGLISTPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ READINGLISTPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-READING-LIST-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE READINGLISTPRIOR
           PERFORM EndUnload.

       ReloadReadingListFile.
           OPEN OUTPUT READINGLIST
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:54) TO READING-LIST-WS
                       PERFORM FillNewReadingListFields
                       WRITE READING-LIST-RECORD FROM READING-LIST-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE READINGLIST
           PERFORM FinishConversion.

       ConvertRepairFile.
           MOVE "repair" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT REPAIRRECORD
           IF LIVE-FILE-OK-WS
               CLOSE REPAIRRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadRepairFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadRepairFile
           END-IF.

       UnloadRepairFile.
           OPEN INPUT REPAIRRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ REPAIRRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-REPAIR-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE REPAIRRECORDPRIOR
           PERFORM EndUnload.

       ReloadRepairFile.
           OPEN OUTPUT REPAIRRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:51) TO REPAIR-WS
                       PERFORM FillNewRepairFields
                       WRITE REPAIR-RECORD FROM REPAIR-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE REPAIRRECORD
           PERFORM FinishConversion.

       ConvertRunCtlFile.
           MOVE "runctl" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT RUNCTLFILE
           IF LIVE-FILE-OK-WS
               CLOSE RUNCTLFILE
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadRunCtlFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadRunCtlFile
           END-IF.

       UnloadRunCtlFile.
           OPEN INPUT RUNCTLPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ RUNCTLPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-RUN-CONTROL-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE RUNCTLPRIOR
           PERFORM EndUnload.

       ReloadRunCtlFile.
           OPEN OUTPUT RUNCTLFILE
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:31) TO RUN-CONTROL-WS
                       PERFORM FillNewRunCtlFields
                       WRITE RUN-CONTROL-RECORD FROM RUN-CONTROL-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE RUNCTLFILE
           PERFORM FinishConversion.

       ConvertSerialIssueFile.
           MOVE "serialissue" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT SERIALISSUE
           IF LIVE-FILE-OK-WS
               CLOSE SERIALISSUE
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadSerialIssueFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadSerialIssueFile
           END-IF.

       UnloadSerialIssueFile.
           OPEN INPUT SERIALISSUEPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ SERIALISSUEPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-SERIAL-ISSUE-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE SERIALISSUEPRIOR
           PERFORM EndUnload.

       ReloadSerialIssueFile.
           OPEN OUTPUT SERIALISSUE
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:29) TO SERIAL-ISSUE-WS
                       PERFORM FillNewSerialIssueFields
                       WRITE SERIAL-ISSUE-RECORD FROM SERIAL-ISSUE-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE SERIALISSUE
           PERFORM FinishConversion.

       ConvertStudentFile.
           MOVE "student" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT STUDENTRECORD
           IF LIVE-FILE-OK-WS
               CLOSE STUDENTRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadStudentFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadStudentFile
           END-IF.

       UnloadStudentFile.
           OPEN INPUT STUDENTRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ STUDENTRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-STUDENT TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE STUDENTRECORDPRIOR
           PERFORM EndUnload.

       ReloadStudentFile.
           OPEN OUTPUT STUDENTRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:431) TO STUDENT-WS
                       PERFORM FillNewStudentFields
                       WRITE STUDENT FROM STUDENT-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE STUDENTRECORD
           PERFORM FinishConversion.

       ConvertSubsFile.
           MOVE "subs" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT SUBSRECORD
           IF LIVE-FILE-OK-WS
               CLOSE SUBSRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadSubsFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadSubsFile
           END-IF.

       UnloadSubsFile.
           OPEN INPUT SUBSRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ SUBSRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-SUBSCRIPTION-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE SUBSRECORDPRIOR
           PERFORM EndUnload.

       ReloadSubsFile.
           OPEN OUTPUT SUBSRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       PERFORM FillNewSubsFields
                       WRITE SUBSCRIPTION-RECORD FROM SUBSCRIPTION-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE SUBSRECORD
           PERFORM FinishConversion.

       ConvertTransferFile.
           MOVE "transfer" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT TRANSFERRECORD
           IF LIVE-FILE-OK-WS
               CLOSE TRANSFERRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadTransferFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadTransferFile
           END-IF.

       UnloadTransferFile.
           OPEN INPUT TRANSFERRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ TRANSFERRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-TRANSFER-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE TRANSFERRECORDPRIOR
           PERFORM EndUnload.

       ReloadTransferFile.
           OPEN OUTPUT TRANSFERRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:46) TO TRANSFER-WS
                       PERFORM FillNewTransferFields
                       WRITE TRANSFER-RECORD FROM TRANSFER-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE TRANSFERRECORD
           PERFORM FinishConversion.

       ConvertWaitlistFile.
           MOVE "waitlist" TO FILE-STEM-WS
           PERFORM NameWorkFiles
           OPEN INPUT WAITLISTRECORD
           IF LIVE-FILE-OK-WS
               CLOSE WAITLISTRECORD
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadWaitlistFile
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadWaitlistFile
           END-IF.

       UnloadWaitlistFile.
           OPEN INPUT WAITLISTRECORDPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ WAITLISTRECORDPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-WAITLIST-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE WAITLISTRECORDPRIOR
           PERFORM EndUnload.

       ReloadWaitlistFile.
           OPEN OUTPUT WAITLISTRECORD
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:28) TO WAITLIST-WS
                       PERFORM FillNewWaitlistFields
                       WRITE WAITLIST-RECORD FROM WAITLIST-WS
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE WAITLISTRECORD
           PERFORM FinishConversion.

      *    A backup set carries the loan, student and admin files
      *    under a dated name; each is brought forward the same way
      *    before RestoreDataFiles reads it.
       ConvertBorrowBackup.
           MOVE SPACES TO FILE-STEM-WS
           STRING "borrow_" CNV-BACKUP-DATE DELIMITED BY SIZE
               INTO FILE-STEM-WS
           END-STRING
           PERFORM NameWorkFiles
           OPEN INPUT BORROWBACKUP
           IF LIVE-FILE-OK-WS
               CLOSE BORROWBACKUP
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadBorrowBackup
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadBorrowBackup
           END-IF.

       UnloadBorrowBackup.
           OPEN INPUT BORROWBACKUPPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWBACKUPPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-BORROW-BACKUP-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE BORROWBACKUPPRIOR
           PERFORM EndUnload.

       ReloadBorrowBackup.
           OPEN OUTPUT BORROWBACKUP
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:65) TO BBOOK-WS
                       PERFORM FillNewBorrowFields
                       MOVE BBOOK-WS TO BORROW-BACKUP-RECORD
                       WRITE BORROW-BACKUP-RECORD
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE BORROWBACKUP
           PERFORM FinishConversion.

       ConvertStudentBackup.
           MOVE SPACES TO FILE-STEM-WS
           STRING "student_" CNV-BACKUP-DATE DELIMITED BY SIZE
               INTO FILE-STEM-WS
           END-STRING
           PERFORM NameWorkFiles
           OPEN INPUT STUDENTBACKUP
           IF LIVE-FILE-OK-WS
               CLOSE STUDENTBACKUP
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadStudentBackup
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadStudentBackup
           END-IF.

       UnloadStudentBackup.
           OPEN INPUT STUDENTBACKUPPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ STUDENTBACKUPPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-STUDENT-BACKUP-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE STUDENTBACKUPPRIOR
           PERFORM EndUnload.

       ReloadStudentBackup.
           OPEN OUTPUT STUDENTBACKUP
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:431) TO STUDENT-WS
                       PERFORM FillNewStudentFields
                       MOVE STUDENT-WS TO STUDENT-BACKUP-RECORD
                       WRITE STUDENT-BACKUP-RECORD
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE STUDENTBACKUP
           PERFORM FinishConversion.

       ConvertAdminBackup.
           MOVE SPACES TO FILE-STEM-WS
           STRING "admin_" CNV-BACKUP-DATE DELIMITED BY SIZE
               INTO FILE-STEM-WS
           END-STRING
           PERFORM NameWorkFiles
           OPEN INPUT ADMINBACKUP
           IF LIVE-FILE-OK-WS
               CLOSE ADMINBACKUP
           END-IF
           PERFORM JudgeLiveFile
           IF STEP-UNLOAD-WS
               PERFORM UnloadAdminBackup
           END-IF
           IF STEP-RELOAD-WS
               PERFORM ReloadAdminBackup
           END-IF.

       UnloadAdminBackup.
           OPEN INPUT ADMINBACKUPPRIOR
           IF NOT PRIOR-FILE-OK-WS
               PERFORM PriorOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartUnload
           PERFORM UNTIL EOF-WS = "Y"
               READ ADMINBACKUPPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE PRIOR-ADMIN-BACKUP-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       ADD 1 TO UNLOADED-COUNT-WS
               END-READ
               PERFORM NoteUnloadRead
           END-PERFORM
           CLOSE ADMINBACKUPPRIOR
           PERFORM EndUnload.

       ReloadAdminBackup.
           OPEN OUTPUT ADMINBACKUP
           IF NOT LIVE-FILE-OK-WS
               PERFORM ReloadOpenFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReload
           PERFORM UNTIL EOF-WS = "Y"
               READ UNLOADFILE
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE UNLOAD-RECORD(1:50) TO ADMIN-WS
                       PERFORM FillNewAdminFields
                       MOVE ADMIN-WS TO ADMIN-BACKUP-RECORD
                       WRITE ADMIN-BACKUP-RECORD
                           INVALID KEY ADD 1 TO REJECTED-COUNT-WS
                           NOT INVALID KEY ADD 1 TO RELOADED-COUNT-WS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOADFILE
           CLOSE ADMINBACKUP
           PERFORM FinishConversion.

      *    The stored password is wrapped into the salted scheme the
      *    same way CredentialConvert does it, and the status date is
      *    set to the day of conversion so the idle-account check
      *    counts from the upgrade rather than from the last password
      *    change.
       FillNewAdminFields.
           IF ADMIN-PASSWORD-HASH-WS IS NOT NUMERIC
               MOVE 0 TO ADMIN-PASSWORD-HASH-WS
           END-IF
           MOVE ADMIN-PASSWORD-HASH-WS TO CRED-LEGACY
           MOVE "W" TO CRED-FUNC
           MOVE "A" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO ADMIN-PASSWORD-HASH-WS
           MOVE CRED-SCHEME TO ADMIN-PWD-SCHEME-WS
           MOVE CRED-SALT TO ADMIN-PWD-SALT-WS
           MOVE CRED-DIGEST TO ADMIN-PWD-DIGEST-WS
           MOVE ZEROS TO ADMIN-LAST-LOGIN-DATE-WS
           MOVE "N" TO ADMIN-DISABLED-WS
           MOVE TODAY-DATE-WS TO ADMIN-STATUS-DATE-WS
           MOVE "CONVERSION" TO ADMIN-STATUS-BY-WS
           MOVE "CARRIED OVER FROM THE EARLIER LAYOUT"
               TO ADMIN-STATUS-REASON-WS
           MOVE 0 TO ADMIN-HOME-CARD-WS.

       FillNewAlumniFields.
           MOVE SPACES TO ALUM-PIN-SCHEME-WS
           MOVE 0 TO ALUM-PIN-SALT-WS
           MOVE 0 TO ALUM-PIN-DIGEST-WS
           IF ALUM-PIN-WS IS NOT NUMERIC OR ALUM-PIN-WS = 0
               MOVE 0 TO ALUM-PIN-WS
               ADD 1 TO NO-PIN-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CRED-SECRET
           MOVE ALUM-PIN-WS TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO ALUM-PIN-WS
           MOVE CRED-SCHEME TO ALUM-PIN-SCHEME-WS
           MOVE CRED-SALT TO ALUM-PIN-SALT-WS
           MOVE CRED-DIGEST TO ALUM-PIN-DIGEST-WS.

      *    Copy numbers were not kept on a loan before; the list
      *    starts empty and fills as copies go out.
       FillNewBorrowFields.
           MOVE ZEROS TO BCOPY-LIST-WS.

       FillNewHoldFields.
           MOVE SPACES TO HOLD-PICKUP-BRANCH-WS
           MOVE "S" TO HOLD-STATUS-WS
           MOVE 0 TO HOLD-COPY-NUM-WS.

      *    The vendor code sits after the vendor name, so the rest
      *    of the line moves along to make room for it.
       FillNewInvoiceFields.
           MOVE SPACES TO INVOICE-WS
           MOVE UNLOAD-RECORD(1:52) TO INVOICE-WS(1:52)
           MOVE UNLOAD-RECORD(53:51) TO INVOICE-WS(61:51)
           MOVE SPACES TO INV-VENDOR-CODE-WS.

       FillNewNoticeHistFields.
           MOVE 0 TO NH-BATCH-NUM-WS.

      *    The same values LoadPolicy supplies for a row saved
      *    before these settings existed.
       FillNewPolicyFields.
           MOVE 15 TO POL-IDLE-MINUTES-WS
           MOVE 20.00 TO POL-FINE-MAX-ITEM-WS
           MOVE SPACES TO POL-WAIT-PRIORITY-WS
           MOVE 90 TO POL-ADMIN-IDLE-DAYS-WS
           MOVE 100.00 TO POL-DUAL-MONEY-LIMIT-WS
           MOVE 0 TO POL-DUAL-RECORD-LIMIT-WS
           MOVE 5 TO POL-COBORROW-MIN-WS
           MOVE 90 TO POL-CAPACITY-WARN-DAYS-WS
           MOVE 2048 TO POL-FILE-LIMIT-MB-WS
           MOVE 0 TO POL-PLAIN-ID-UNTIL-WS.

       FillNewPoLineFields.
           MOVE 0 TO POL-SUB-ID-WS
           MOVE 0 TO POL-RECEIVED-DATE-WS.

       FillNewPoFields.
           MOVE SPACES TO PO-VENDOR-CODE-WS.

       FillNewReadingListFields.
           MOVE 0 TO RL-CLASS-SIZE-WS.

       FillNewRepairFields.
           MOVE 0 TO REP-RETURNED-BY-WS.

       FillNewRunCtlFields.
           MOVE 0 TO RUN-BATCH-DATE-WS
           MOVE 0 TO RUN-BATCH-COUNT-WS.

       FillNewSerialIssueFields.
           MOVE 0 TO SI-CLAIM-DATE-WS.

      *    A readable PIN is digested as CredentialConvert does it;
      *    a student with none usable is listed for a reset at the
      *    desk.
       FillNewStudentFields.
           MOVE SPACES TO STUDENT-DEPT-WS
           MOVE SPACES TO STUDENT-PIN-SCHEME-WS
           MOVE 0 TO STUDENT-PIN-SALT-WS
           MOVE 0 TO STUDENT-PIN-DIGEST-WS
           IF STUDENT-PIN-WS IS NOT NUMERIC OR STUDENT-PIN-WS = 0
               MOVE 0 TO STUDENT-PIN-WS
               ADD 1 TO NO-PIN-COUNT-WS
               DISPLAY "  STUDENT " STUDENT-ID-WS " "
                   STUDENTNAME-WS(1:30) " HAS NO USABLE PIN - "
                   "NEEDS A RESET."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CRED-SECRET
           MOVE STUDENT-PIN-WS TO CRED-SECRET(1:4)
           MOVE "N" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           CALL "CredentialHash" USING CRED-REQUEST
           MOVE 0 TO STUDENT-PIN-WS
           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME-WS
           MOVE CRED-SALT TO STUDENT-PIN-SALT-WS
           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST-WS.

      *    The vendor code sits after the vendor name, so the rest
      *    of the record moves along to make room for it.
       FillNewSubsFields.
           MOVE SPACES TO SUBSCRIPTION-WS
           MOVE UNLOAD-RECORD(1:86) TO SUBSCRIPTION-WS(1:86)
           MOVE UNLOAD-RECORD(87:34) TO SUBSCRIPTION-WS(95:34)
           MOVE SPACES TO SUB-VENDOR-CODE-WS
           MOVE 0 TO SUB-COST-WS
           MOVE SPACES TO SUB-FUND-CODE-WS
           MOVE SPACES TO SUB-RENEWAL-STATUS-WS
           MOVE 0 TO SUB-RENEWAL-PO-WS.

       FillNewTransferFields.
           MOVE "N" TO XFER-FOR-HOLD-WS.

       FillNewWaitlistFields.
           MOVE SPACES TO WPICKUP-BRANCH-WS
           MOVE "N" TO WBUMPED-WS
           MOVE SPACES TO WBUMP-REASON-WS
           MOVE SPACES TO WBUMP-BY-WS
           MOVE 0 TO WBUMP-DATE-WS.
