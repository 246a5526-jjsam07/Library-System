           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
       COPY finerecord-ws.
       COPY historyrecord-ws.
       COPY waitlistrecord-ws.
       COPY patronsum-request.
       COPY policyrecord-ws.

       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CONFIRM-WS PIC X(1).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 MOVED-COUNT-WS PIC 9(4) VALUE 0.
       01 DUP-OPEN-ITEMS-WS PIC 9(5) VALUE 0.
       01 DUP-NAME-WS PIC X(40).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
       01 LOAN-TABLE-WS.
           05 LOAN-COUNT-WS PIC 9(3) VALUE 0.
           05 LOAN-ENTRY-WS OCCURS 100 TIMES.
               10 LT-RECORD-WS PIC X(95).
       01 FINE-TABLE-WS.
           05 FINE-COUNT-WS PIC 9(3) VALUE 0.
           05 FINE-ENTRY-WS OCCURS 200 TIMES.
       01 WAIT-TABLE-WS.
           05 WAIT-COUNT-WS PIC 9(3) VALUE 0.
           05 WAIT-ENTRY-WS OCCURS 100 TIMES.
               10 WT-RECORD-WS PIC X(100).
       01 TBL-IDX-WS PIC 9(3).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

      *    The September cleanup: a student who registered twice has
      *    their loans, fines, history and waitlist entries moved
      *    from the duplicate ID onto the surviving one (a loan for
      *    a title the survivor already holds merges into its copy
      *    count), and the duplicate roster record retires to the
      *    alumni archive so its ID can no longer log in.
      *    A duplicate with more open loans and holds than the
      *    policy's second-approval record count is filed with
      *    QueueApproval once confirmed; the ApprovalDesk calls back
      *    in with the two ids when a second supervisor approves.
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
               DISPLAY "TWO DIFFERENT STUDENT IDS ARE REQUIRED."
                   EXIT PROGRAM
           END-READ
           DISPLAY "DUPLICATE: " STUDENTNAME-WS
           MOVE STUDENTNAME-WS TO DUP-NAME-WS
           IF NOT APR-CARRY-OUT
               DISPLAY "MERGE AND RETIRE THE DUPLICATE (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-WS
               IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
                   DISPLAY "NOTHING CHANGED."
                   CLOSE STUDENTRECORD
                   EXIT PROGRAM
               END-IF
           END-IF
           IF APR-AT-THE-DESK
               MOVE "R" TO PSM-FUNC
               MOVE DUP-ID-WS TO PSM-STUDENT-ID
               CALL "PatronSummary" USING PSM-REQUEST
               COMPUTE DUP-OPEN-ITEMS-WS =
                   PSM-OPEN-LOANS + PSM-OPEN-HOLDS
               IF DUP-OPEN-ITEMS-WS > POL-DUAL-RECORD-LIMIT-WS
                   PERFORM QueueMerge
                   CLOSE STUDENTRECORD
                   EXIT PROGRAM
               END-IF
           END-IF

           PERFORM MergeLoans
           PERFORM MergeHistory
           PERFORM MergeWaitlist
           PERFORM RetireDuplicate
           PERFORM RebuildMergedSummaries
           CLOSE STUDENTRECORD
           DISPLAY " "
           DISPLAY "MERGE COMPLETE."
           MOVE "Y" TO APR-DONE.
           EXIT PROGRAM.

       PromptForIds.
           DISPLAY " "
           DISPLAY "MERGE DUPLICATE STUDENT ACCOUNTS"
           DISPLAY "DUPLICATE STUDENT ID (TO RETIRE): "
               WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO DUP-ID-WS
           DISPLAY "SURVIVING STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO KEEP-ID-WS.

       QueueMerge.
           MOVE "Q" TO APR-FUNC
           MOVE "MERGESTU" TO APR-ACTION
           MOVE DUP-ID-WS TO APR-KEY-1
           MOVE KEEP-ID-WS TO APR-KEY-2
           MOVE 0 TO APR-AMOUNT
           MOVE DUP-OPEN-ITEMS-WS TO APR-COUNT
           MOVE DUP-NAME-WS TO APR-DETAIL
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY "THE DUPLICATE HAS " DUP-OPEN-ITEMS-WS
                   " OPEN LOANS AND HOLDS - SENT FOR A SECOND "
                   "SUPERVISOR AS APPROVAL " APR-ID "."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE.

      *    Loans, fines and reservations have changed hands, so both
      *    account summaries are rebuilt from the detail.
       RebuildMergedSummaries.
           MOVE "B" TO PSM-FUNC
           MOVE KEEP-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE "B" TO PSM-FUNC
           MOVE DUP-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.

       MergeLoans.
           MOVE 0 TO LOAN-COUNT-WS
           OPEN I-O BORROWRECORD
           MOVE STUDENTPHONE-WS TO ALUM-PHONE
           MOVE PATRON-TYPE-WS TO ALUM-PATRON-TYPE
           MOVE STUDENT-PIN-WS TO ALUM-PIN
           MOVE STUDENT-PIN-SCHEME-WS TO ALUM-PIN-SCHEME
           MOVE STUDENT-PIN-SALT-WS TO ALUM-PIN-SALT
           MOVE STUDENT-PIN-DIGEST-WS TO ALUM-PIN-DIGEST
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO ALUM-A-YYYY
           MOVE TODAY-MM-WS TO ALUM-A-MM
