           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

      *    borrow.bin as it was built before the due-date key and
      *    the copy-number list (a 65-byte record), read only when
      *    the file on disk does not yet carry them.
           SELECT OPTIONAL BORROWPRIOR ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIOR-BORROW-REF-ID
           ALTERNATE RECORD KEY IS PRIOR-BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRIOR-BBOOK-ID WITH DUPLICATES
           FILE STATUS IS LIVE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
       COPY bookrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD BORROWPRIOR.
       01 PRIOR-BBOOK.
           05 PRIOR-BORROW-REF-ID.
               10 PRIOR-BORROWER-ID PIC 9(10).
               10 PRIOR-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(45).
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD FINERECORD.
      *    as wide as the widest data record (the student roster) and
      *    each unload notes how many bytes of it are meaningful.
       FD SALVAGEFILE
           RECORD CONTAINS 464 CHARACTERS.
       01 SALVAGE-RECORD PIC X(464).

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY patronsum-request.
       COPY kwindex-request.
       01 LIVE-STATUS-WS PIC X(2).
           88 LIVE-FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 LIVE-FILE-OK-WS VALUE 00.
           88 LIVE-AT-END-WS VALUE 10.
           88 LIVE-KEYS-DIFFER-WS VALUE 39.
       01 SALVAGE-STATUS-WS PIC X(2).
       01 SALVAGE-NAME-WS PIC X(20).
       01 OPTION-WS PIC 9.
       01 EOF-WS PIC X VALUE "N".
       01 RECOVERED-COUNT-WS PIC 9(6).
       01 RELOADED-COUNT-WS PIC 9(6).
       COPY sysstatus-request.
       01 HOLDS-SYSTEM-FLAG-WS PIC X VALUE "N".

      *    Salvage utility for an indexed file left unreadable by a
      *    power cut mid-REWRITE. For the chosen data file every
           DISPLAY "[3] student.bin   [4] fine.bin"
           DISPLAY "[5] waitlist.bin  [6] history.bin"
           DISPLAY "[7] copy.bin      [8] keyword index"
           DISPLAY "[9] account summaries"
           DISPLAY "[0] BACK"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT OPTION-WS
           IF OPTION-WS > 0
               PERFORM CloseSystemForRun
           END-IF
           EVALUATE OPTION-WS
               WHEN 1 PERFORM RebuildBookFile
               WHEN 2 PERFORM RebuildBorrowFile
               WHEN 6 PERFORM RebuildHistoryFile
               WHEN 7 PERFORM RebuildCopyFile
               WHEN 8 PERFORM RebuildKeywordIndex
               WHEN 9 PERFORM RebuildPatronSummaries
               WHEN OTHER CONTINUE
           END-EVALUATE
           PERFORM ReopenSystemAfterRun.
           EXIT PROGRAM.

      *    The keyword index is derived data: clear it and re-index
           CLOSE BOOKRECORD
           DISPLAY RECOVERED-COUNT-WS " TITLE(S) RE-INDEXED.".

      *    The running account summaries are derived data too: every
      *    patron on the roster gets a fresh row counted from the
      *    loan, reservation, hold and fine detail. Run it after any
      *    detail file is rebuilt, or when the reconciliation report
      *    shows summaries that have drifted.
       RebuildPatronSummaries.
           MOVE "A" TO PSM-FUNC
           CALL "PatronSummary" USING PSM-REQUEST
           IF PSM-OK = "N"
               DISPLAY "UNABLE TO REBUILD patronsum.bin."
               EXIT PARAGRAPH
           END-IF
           DISPLAY PSM-REBUILT-COUNT " ACCOUNT SUMMARY ROW(S) BUILT.".

       RebuildBookFile.
           MOVE "library_salvage.dat" TO SALVAGE-NAME-WS
           MOVE 0 TO RECOVERED-COUNT-WS
           MOVE "borrow_salvage.dat" TO SALVAGE-NAME-WS
           MOVE 0 TO RECOVERED-COUNT-WS
           OPEN INPUT BORROWRECORD
           IF LIVE-KEYS-DIFFER-WS
               PERFORM UnloadPriorBorrowFile
           ELSE
               IF NOT LIVE-FILE-DOES-NOT-EXIST-WS
                   PERFORM UnloadBorrowFile
               END-IF
           END-IF
           IF LIVE-FILE-DOES-NOT-EXIST-WS
               DISPLAY "borrow.bin DOES NOT EXIST."
           ELSE
               DISPLAY RECOVERED-COUNT-WS " RECORD(S) RECOVERED."
               OPEN OUTPUT BORROWRECORD
               OPEN INPUT SALVAGEFILE
                   READ SALVAGEFILE
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END
                           MOVE SALVAGE-RECORD(1:95) TO BBOOK
                           WRITE BBOOK
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                   " RECOVERED RECORD(S)."
           END-IF.

       UnloadBorrowFile.
           OPEN OUTPUT SALVAGEFILE
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE SPACES TO SALVAGE-RECORD
                       MOVE BBOOK TO SALVAGE-RECORD(1:95)
                       WRITE SALVAGE-RECORD
                       ADD 1 TO RECOVERED-COUNT-WS
               END-READ
               IF NOT LIVE-FILE-OK-WS AND NOT LIVE-AT-END-WS
                   DISPLAY "READ STOPPED, FILE STATUS "
                       LIVE-STATUS-WS " AFTER "
                       RECOVERED-COUNT-WS " RECORD(S)."
                   MOVE "Y" TO EOF-WS
               END-IF
           END-PERFORM
           CLOSE SALVAGEFILE
           CLOSE BORROWRECORD.

      *    A borrow.bin built before the due-date key will not open
      *    under the current key list; it is unloaded through the
      *    65-byte layout and key list it was built with, and the
      *    reload that follows builds it again with the due-date key
      *    in place and an empty copy-number list on each loan.
       UnloadPriorBorrowFile.
           OPEN INPUT BORROWPRIOR
           IF NOT LIVE-FILE-OK-WS
               DISPLAY "borrow.bin WILL NOT OPEN, FILE STATUS "
                   LIVE-STATUS-WS " - LEFT AS IT IS."
               MOVE "35" TO LIVE-STATUS-WS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "borrow.bin PREDATES THE DUE-DATE KEY - "
               "UNLOADING UNDER ITS OLD KEYS."
           OPEN OUTPUT SALVAGEFILE
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWPRIOR NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE SPACES TO SALVAGE-RECORD
                       MOVE PRIOR-BBOOK TO SALVAGE-RECORD(1:65)
                       MOVE ZEROS TO SALVAGE-RECORD(66:30)
                       WRITE SALVAGE-RECORD
                       ADD 1 TO RECOVERED-COUNT-WS
               END-READ
               IF NOT LIVE-FILE-OK-WS AND NOT LIVE-AT-END-WS
                   DISPLAY "READ STOPPED, FILE STATUS "
                       LIVE-STATUS-WS " AFTER "
                       RECOVERED-COUNT-WS " RECORD(S)."
                   MOVE "Y" TO EOF-WS
               END-IF
           END-PERFORM
           CLOSE SALVAGEFILE
           CLOSE BORROWPRIOR
           MOVE "00" TO LIVE-STATUS-WS.

       RebuildStudentFile.
           MOVE "student_salvage.dat" TO SALVAGE-NAME-WS
           MOVE 0 TO RECOVERED-COUNT-WS
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END
                           MOVE SPACES TO SALVAGE-RECORD
                           MOVE STUDENT TO SALVAGE-RECORD(1:464)
                           WRITE SALVAGE-RECORD
                           ADD 1 TO RECOVERED-COUNT-WS
                   END-READ
                   READ SALVAGEFILE
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END
                           MOVE SALVAGE-RECORD(1:464) TO STUDENT
                           WRITE STUDENT
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                       NOT AT END
                           MOVE SPACES TO SALVAGE-RECORD
                           MOVE WAITLIST-RECORD TO
                               SALVAGE-RECORD(1:100)
                           WRITE SALVAGE-RECORD
                           ADD 1 TO RECOVERED-COUNT-WS
                   END-READ
                   READ SALVAGEFILE
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END
                           MOVE SALVAGE-RECORD(1:100) TO
                               WAITLIST-RECORD
                           WRITE WAITLIST-RECORD
                               INVALID KEY CONTINUE
                   RELOADED-COUNT-WS " OF " RECOVERED-COUNT-WS
                   " RECOVERED RECORD(S)."
           END-IF.

      *    A file being unloaded and rebuilt from scratch cannot be
      *    lent against: the system is closed for the rebuild.
       CloseSystemForRun.
           MOVE "S" TO SST-FUNC
           MOVE "C" TO SST-STATE
           MOVE "DATA FILE REBUILD IN PROGRESS" TO SST-REASON
           MOVE 30 TO SST-MINUTES
           MOVE "RebuildDataFiles" TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           MOVE SST-DONE TO HOLDS-SYSTEM-FLAG-WS.

       ReopenSystemAfterRun.
           IF HOLDS-SYSTEM-FLAG-WS = "Y"
               MOVE "C" TO SST-FUNC
               MOVE "RebuildDataFiles" TO SST-SET-BY
               CALL "SystemStatus" USING SST-REQUEST
               MOVE "N" TO HOLDS-SYSTEM-FLAG-WS
           END-IF.
