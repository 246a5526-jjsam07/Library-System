           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
       COPY journalrecord-ws.
       COPY bookchangerecord-ws.
       COPY kwindex-request.
       COPY patronsum-request.
       COPY policyrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 LOAN-TABLE-WS.
           05 LOAN-COUNT-WS PIC 9(3) VALUE 0.
           05 LOAN-ENTRY-WS OCCURS 100 TIMES.
               10 LT-RECORD-WS PIC X(95).
       01 WAIT-TABLE-WS.
           05 WAIT-COUNT-WS PIC 9(3) VALUE 0.
           05 WAIT-ENTRY-WS OCCURS 100 TIMES.
               10 WT-RECORD-WS PIC X(100).
       01 HOLD-TABLE-WS.
           05 HOLD-COUNT-WS PIC 9(3) VALUE 0.
           05 HOLD-ENTRY-WS OCCURS 100 TIMES.
               10 HOT-RECORD-WS PIC X(43).
       01 FINE-TABLE-WS.
           05 FINE-COUNT-WS PIC 9(3) VALUE 0.
           05 FINE-ENTRY-WS OCCURS 200 TIMES.
           05 HIST-ENTRY-WS OCCURS 500 TIMES.
               10 HT-RECORD-WS PIC X(45).
       01 TBL-IDX-WS PIC 9(3).
       COPY sysstatus-request.
       01 HOLDS-SYSTEM-FLAG-WS PIC X VALUE "N".

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

      *    The legacy-data cleanup MergeStudents got and the catalog
      *    never did: two BOOK-IDs that are the same physical work
      *    pending entry, so a crash mid-merge surfaces in the next
      *    CheckJournalRecovery instead of silently leaving half a
      *    title in each place.
      *    A duplicate carrying more copies than the policy's
      *    second-approval record count is filed with QueueApproval
      *    once confirmed; the ApprovalDesk calls back in with the
      *    two ids when a second supervisor approves the merge.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               APPROVAL-REQUEST.
       StartPara.
           CALL "LoadPolicy" USING POLICY-WS
           IF APR-CARRY-OUT
               MOVE "N" TO APR-DONE
               MOVE APR-KEY-1 TO DUP-ID-WS
               MOVE APR-KEY-2 TO KEEP-ID-WS
           ELSE
               PERFORM PromptForIds
           END-IF
           IF DUP-ID-WS = 0 OR KEEP-ID-WS = 0 OR
                   DUP-ID-WS = KEEP-ID-WS
               DISPLAY "TWO DIFFERENT BOOK IDS ARE REQUIRED."
           MOVE QUANTITY-WS TO DUP-QUANTITY-WS
           MOVE BOOKNAME-WS TO DUP-NAME-WS
           MOVE AUTHORNAME-WS TO DUP-AUTHOR-WS
           IF WITHDRAWN-WS = "Y" AND APR-CARRY-OUT
               DISPLAY "THE DUPLICATE HAS ALREADY BEEN RETIRED."
               CLOSE BOOKRECORD
               EXIT PROGRAM
           END-IF
           IF NOT APR-CARRY-OUT
               DISPLAY "MERGE THE DUPLICATE INTO THE SURVIVOR (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-WS
               IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
                   DISPLAY "NOTHING CHANGED."
                   CLOSE BOOKRECORD
                   EXIT PROGRAM
               END-IF
           END-IF
           IF APR-AT-THE-DESK AND
                   DUP-QUANTITY-WS > POL-DUAL-RECORD-LIMIT-WS
               PERFORM QueueMerge
               CLOSE BOOKRECORD
               EXIT PROGRAM
           END-IF

           PERFORM CloseSystemForRun
           PERFORM OpenJournalFile
           PERFORM LogMergePending
           PERFORM MergeCopies
           PERFORM LogMergeCommit
           CLOSE JOURNALRECORD
           CLOSE BOOKRECORD
           PERFORM ReopenSystemAfterRun
           DISPLAY " "
           DISPLAY "MERGE COMPLETE - DUPLICATE " DUP-ID-WS
               " NOW POINTS AT " KEEP-ID-WS "."
           MOVE "Y" TO APR-DONE.
           EXIT PROGRAM.

       PromptForIds.
           DISPLAY " "
           DISPLAY "MERGE DUPLICATE BOOK RECORDS"
           DISPLAY "DUPLICATE BOOK ID (TO RETIRE): "
               WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO DUP-ID-WS
           DISPLAY "SURVIVING BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO KEEP-ID-WS.

       QueueMerge.
           MOVE "Q" TO APR-FUNC
           MOVE "MERGEBOOK" TO APR-ACTION
           MOVE DUP-ID-WS TO APR-KEY-1
           MOVE KEEP-ID-WS TO APR-KEY-2
           MOVE 0 TO APR-AMOUNT
           MOVE DUP-QUANTITY-WS TO APR-COUNT
           MOVE DUP-NAME-WS TO APR-DETAIL
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY "THE DUPLICATE HAS " DUP-QUANTITY-WS
                   " COPIES - SENT FOR A SECOND SUPERVISOR AS "
                   "APPROVAL " APR-ID "."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE.

       OpenJournalFile.
           OPEN EXTEND JOURNALRECORD
           IF JRNL-FILE-DOES-NOT-EXIST-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO MERGE LOAN FOR "
                               "STUDENT " BORROWER-ID-WS
                       NOT INVALID KEY
                           ADD 1 TO MOVED-COUNT-WS
                           MOVE "L" TO PSM-FUNC
                           MOVE BORROWER-ID-WS TO PSM-STUDENT-ID
                           PERFORM PostFoldedRow
                   END-REWRITE
           END-READ.

               MOVE KEEP-ID-WS TO WBOOK-ID-WS
               MOVE WAITLIST-WS TO WAITLIST-RECORD
               WRITE WAITLIST-RECORD
                   INVALID KEY
                       MOVE "H" TO PSM-FUNC
                       MOVE WSTUDENT-ID-WS TO PSM-STUDENT-ID
                       PERFORM PostFoldedRow
                   NOT INVALID KEY ADD 1 TO MOVED-COUNT-WS
               END-WRITE
           END-PERFORM
               MOVE KEEP-ID-WS TO HOLD-BOOK-ID-WS
               MOVE HOLD-WS TO HOLD-RECORD
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "H" TO PSM-FUNC
                       MOVE HOLD-STUDENT-ID-WS TO PSM-STUDENT-ID
                       PERFORM PostFoldedRow
                   NOT INVALID KEY ADD 1 TO MOVED-COUNT-WS
               END-WRITE
           END-PERFORM
           MOVE DUP-NAME-WS TO KWIX-TITLE
           MOVE DUP-AUTHOR-WS TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST.

      *    A patron who had the title under both ids ends up with one
      *    loan, reservation or hold where there were two; the
      *    account summary drops the one folded away.
       PostFoldedRow.
           MOVE -1 TO PSM-DELTA
           CALL "PatronSummary" USING PSM-REQUEST.

      *    Loans, holds and fines move between the two ids mid-merge:
      *    the desks are read-only until the merge is through.
       CloseSystemForRun.
           MOVE "S" TO SST-FUNC
           MOVE "R" TO SST-STATE
           MOVE "CATALOG MERGE IN PROGRESS" TO SST-REASON
           MOVE 15 TO SST-MINUTES
           MOVE "MergeBooks" TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           MOVE SST-DONE TO HOLDS-SYSTEM-FLAG-WS.

       ReopenSystemAfterRun.
           IF HOLDS-SYSTEM-FLAG-WS = "Y"
               MOVE "C" TO SST-FUNC
               MOVE "MergeBooks" TO SST-SET-BY
               CALL "SystemStatus" USING SST-REQUEST
               MOVE "N" TO HOLDS-SYSTEM-FLAG-WS
           END-IF.
