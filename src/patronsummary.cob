       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatronSummary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATRONSUMFILE ASSIGN TO "patronsum.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSUM-STUDENT-ID
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FINE-FILE-STATUS-WS.

           SELECT OPTIONAL DISPUTERECORD ASSIGN TO "dispute.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DISPUTE-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS DSP-FILE-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS WAIT-FILE-STATUS-WS.

           SELECT OPTIONAL HOLDRECORD ASSIGN TO "hold.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-REF-ID
           ALTERNATE RECORD KEY IS HOLD-BOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS HOLD-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PATRONSUMFILE.
       COPY patronsumrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD DISPUTERECORD.
       COPY disputerecord-fs.
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD HOLDRECORD.
       COPY holdrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY patronsumrecord-ws.
       COPY borrowrecord-ws.
       COPY finerecord-ws.
       COPY disputerecord-ws.
       COPY waitlistrecord-ws.
       COPY holdrecord-ws.
       COPY deptbilling-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 DSP-FILE-STATUS-WS PIC X(2).
           88 DSP-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 WAIT-FILE-STATUS-WS PIC X(2).
           88 WAIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HOLD-FILE-STATUS-WS PIC X(2).
           88 HOLD-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 STUDENT-EOF-WS PIC X VALUE "N".
       01 BUILT-NOW-WS PIC X VALUE "N".
       01 DETAIL-STUDENT-WS PIC 9(10).
       01 DETAIL-LOANS-WS PIC 9(3).
       01 DETAIL-HOLDS-WS PIC 9(3).
       01 DETAIL-BALANCE-WS PIC S9(7)V99.
       01 FINE-IN-DISPUTE-WS PIC X VALUE "N".
       01 NEW-COUNT-WS PIC S9(4).
       01 TODAY-DATE-WS PIC 9(8).

       LINKAGE SECTION.
       COPY patronsum-request.

      *    Keeper of the running patron account summaries
      *    (patronsum.bin). Checkout used to walk the student's
      *    borrow.bin and fine.bin rows on every scan to test the
      *    loan limit and the fine block, and at the start of term
      *    with long fine histories the counter stalled; now those
      *    tests read one row here. Loan and hold counts move by the
      *    delta the caller passes once its own row is written; the
      *    fine balance is re-totalled from the student's fine rows
      *    whenever a fine or payment lands, since accruals, partial
      *    payments, disputes and referrals all move it in ways a
      *    delta would get wrong. A student with no summary yet is
      *    built from the detail the first time anyone asks, so the
      *    file fills itself; RebuildDataFiles can rebuild it whole
      *    and ReconciliationReport checks it against the detail.
       PROCEDURE DIVISION USING PSM-REQUEST.
       StartPara.
           MOVE "Y" TO PSM-OK
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           EVALUATE PSM-FUNC
               WHEN "A"
                   PERFORM RebuildAllSummaries
                   EXIT PROGRAM
               WHEN "D"
                   MOVE PSM-STUDENT-ID TO DETAIL-STUDENT-WS
                   PERFORM OpenDetailFiles
                   PERFORM TotalFromDetail
                   PERFORM CloseDetailFiles
                   MOVE DETAIL-LOANS-WS TO PSM-OPEN-LOANS
                   MOVE DETAIL-HOLDS-WS TO PSM-OPEN-HOLDS
                   MOVE DETAIL-BALANCE-WS TO PSM-BALANCE
                   MOVE 0 TO PSM-LAST-ACTIVITY
                   EXIT PROGRAM
               WHEN "F"
                   PERFORM RouteDeptFines
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM OpenSummaryFile
           PERFORM ReadOrBuildSummary
           IF PSM-OK = "N"
               CLOSE PATRONSUMFILE
               EXIT PROGRAM
           END-IF
           EVALUATE PSM-FUNC
               WHEN "L"
                   IF BUILT-NOW-WS = "N"
                       COMPUTE NEW-COUNT-WS =
                           PSUM-OPEN-LOANS-WS + PSM-DELTA
                       PERFORM FloorNewCount
                       MOVE NEW-COUNT-WS TO PSUM-OPEN-LOANS-WS
                   END-IF
                   MOVE TODAY-DATE-WS TO PSUM-LAST-ACTIVITY-WS
                   PERFORM RewriteSummary
               WHEN "H"
                   IF BUILT-NOW-WS = "N"
                       COMPUTE NEW-COUNT-WS =
                           PSUM-OPEN-HOLDS-WS + PSM-DELTA
                       PERFORM FloorNewCount
                       MOVE NEW-COUNT-WS TO PSUM-OPEN-HOLDS-WS
                   END-IF
                   MOVE TODAY-DATE-WS TO PSUM-LAST-ACTIVITY-WS
                   PERFORM RewriteSummary
               WHEN "F"
                   IF BUILT-NOW-WS = "N"
                       MOVE PSM-STUDENT-ID TO DETAIL-STUDENT-WS
                       PERFORM OpenDetailFiles
                       PERFORM TotalFinesFromDetail
                       PERFORM CloseDetailFiles
                       MOVE DETAIL-BALANCE-WS TO PSUM-BALANCE-WS
                   END-IF
                   MOVE TODAY-DATE-WS TO PSUM-LAST-ACTIVITY-WS
                   PERFORM RewriteSummary
               WHEN "B"
                   IF BUILT-NOW-WS = "N"
                       MOVE PSM-STUDENT-ID TO DETAIL-STUDENT-WS
                       PERFORM OpenDetailFiles
                       PERFORM TotalFromDetail
                       PERFORM CloseDetailFiles
                       MOVE DETAIL-LOANS-WS TO PSUM-OPEN-LOANS-WS
                       MOVE DETAIL-HOLDS-WS TO PSUM-OPEN-HOLDS-WS
                       MOVE DETAIL-BALANCE-WS TO PSUM-BALANCE-WS
                   END-IF
                   PERFORM RewriteSummary
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE PATRONSUMFILE
           MOVE PSUM-OPEN-LOANS-WS TO PSM-OPEN-LOANS
           MOVE PSUM-OPEN-HOLDS-WS TO PSM-OPEN-HOLDS
           MOVE PSUM-BALANCE-WS TO PSM-BALANCE
           MOVE PSUM-LAST-ACTIVITY-WS TO PSM-LAST-ACTIVITY.
           EXIT PROGRAM.

       OpenSummaryFile.
           OPEN EXTEND PATRONSUMFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PATRONSUMFILE
               CLOSE PATRONSUMFILE
           ELSE
               CLOSE PATRONSUMFILE
           END-IF
           OPEN I-O PATRONSUMFILE.

      *    The first call for a student writes the row from the
      *    detail files; the change the caller has just made is
      *    already in the detail, so BUILT-NOW-WS tells the delta
      *    functions not to apply it a second time.
       ReadOrBuildSummary.
           MOVE "N" TO BUILT-NOW-WS
           MOVE PSM-STUDENT-ID TO PSUM-STUDENT-ID
           READ PATRONSUMFILE INTO PATRON-SUM-WS
               INVALID KEY MOVE "Y" TO BUILT-NOW-WS
           END-READ
           IF BUILT-NOW-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE PSM-STUDENT-ID TO DETAIL-STUDENT-WS
           PERFORM OpenDetailFiles
           PERFORM TotalFromDetail
           PERFORM CloseDetailFiles
           MOVE PSM-STUDENT-ID TO PSUM-STUDENT-ID-WS
           MOVE DETAIL-LOANS-WS TO PSUM-OPEN-LOANS-WS
           MOVE DETAIL-HOLDS-WS TO PSUM-OPEN-HOLDS-WS
           MOVE DETAIL-BALANCE-WS TO PSUM-BALANCE-WS
           MOVE 0 TO PSUM-LAST-ACTIVITY-WS
           WRITE PATRON-SUM-RECORD FROM PATRON-SUM-WS
               INVALID KEY
                   MOVE PSM-STUDENT-ID TO PSUM-STUDENT-ID
                   READ PATRONSUMFILE INTO PATRON-SUM-WS
                       INVALID KEY MOVE "N" TO PSM-OK
                   END-READ
                   MOVE "N" TO BUILT-NOW-WS
           END-WRITE.

      *    A fine of a patron whose department is billed for it
      *    goes to the departmental invoice before the balance is
      *    totalled, so it never shows as owed at the desk.
       RouteDeptFines.
           MOVE "R" TO DBL-FUNC
           MOVE PSM-STUDENT-ID TO DBL-STUDENT-ID
           CALL "DeptBilling" USING DBL-REQUEST.

       RewriteSummary.
           REWRITE PATRON-SUM-RECORD FROM PATRON-SUM-WS
               INVALID KEY MOVE "N" TO PSM-OK
           END-REWRITE.

       FloorNewCount.
           IF NEW-COUNT-WS < 0
               MOVE 0 TO NEW-COUNT-WS
           END-IF.

       OpenDetailFiles.
           OPEN INPUT BORROWRECORD
           OPEN INPUT FINERECORD
           OPEN INPUT DISPUTERECORD
           OPEN INPUT WAITLISTRECORD
           OPEN INPUT HOLDRECORD.

       CloseDetailFiles.
           IF NOT BORROW-FILE-DOES-NOT-EXIST-WS
               CLOSE BORROWRECORD
           END-IF
           IF NOT FINE-FILE-DOES-NOT-EXIST-WS
               CLOSE FINERECORD
           END-IF
           IF NOT DSP-FILE-DOES-NOT-EXIST-WS
               CLOSE DISPUTERECORD
           END-IF
           IF NOT WAIT-FILE-DOES-NOT-EXIST-WS
               CLOSE WAITLISTRECORD
           END-IF
           IF NOT HOLD-FILE-DOES-NOT-EXIST-WS
               CLOSE HOLDRECORD
           END-IF.

      *    The same counts the desk used to take by hand: one per
      *    borrow.bin row, one per reservation still queued and one
      *    per item sitting on the hold shelf or in transit to it.
       TotalFromDetail.
           MOVE 0 TO DETAIL-LOANS-WS
           MOVE 0 TO DETAIL-HOLDS-WS
           IF NOT BORROW-FILE-DOES-NOT-EXIST-WS
               MOVE DETAIL-STUDENT-WS TO BORROWER-ID
               START BORROWRECORD KEY IS = BORROWER-ID
                   INVALID KEY MOVE "Y" TO SCAN-DONE-WS
                   NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
               END-START
               PERFORM UNTIL SCAN-DONE-WS = "Y"
                   READ BORROWRECORD NEXT INTO BBOOK-WS
                       AT END MOVE "Y" TO SCAN-DONE-WS
                       NOT AT END
                           IF BORROWER-ID-WS = DETAIL-STUDENT-WS
                               ADD 1 TO DETAIL-LOANS-WS
                           ELSE
                               MOVE "Y" TO SCAN-DONE-WS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT WAIT-FILE-DOES-NOT-EXIST-WS
               MOVE DETAIL-STUDENT-WS TO WSTUDENT-ID
               MOVE 0 TO WBOOK-ID
               START WAITLISTRECORD KEY IS >= WAITLIST-REF-ID
                   INVALID KEY MOVE "Y" TO SCAN-DONE-WS
                   NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
               END-START
               PERFORM UNTIL SCAN-DONE-WS = "Y"
                   READ WAITLISTRECORD NEXT INTO WAITLIST-WS
                       AT END MOVE "Y" TO SCAN-DONE-WS
                       NOT AT END
                           IF WSTUDENT-ID-WS = DETAIL-STUDENT-WS
                               ADD 1 TO DETAIL-HOLDS-WS
                           ELSE
                               MOVE "Y" TO SCAN-DONE-WS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT HOLD-FILE-DOES-NOT-EXIST-WS
               MOVE DETAIL-STUDENT-WS TO HOLD-STUDENT-ID
               MOVE 0 TO HOLD-BOOK-ID
               START HOLDRECORD KEY IS >= HOLD-REF-ID
                   INVALID KEY MOVE "Y" TO SCAN-DONE-WS
                   NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
               END-START
               PERFORM UNTIL SCAN-DONE-WS = "Y"
                   READ HOLDRECORD NEXT INTO HOLD-WS
                       AT END MOVE "Y" TO SCAN-DONE-WS
                       NOT AT END
                           IF HOLD-STUDENT-ID-WS = DETAIL-STUDENT-WS
                               ADD 1 TO DETAIL-HOLDS-WS
                           ELSE
                               MOVE "Y" TO SCAN-DONE-WS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM TotalFinesFromDetail.

      *    The fine-block rule BorrowBooks has always applied: what
      *    is still owed on every fine not paid, transferred to the
      *    bursar or written off - a fine with the agency is still
      *    owed - leaving out any fine under a pending dispute.
       TotalFinesFromDetail.
           MOVE 0 TO DETAIL-BALANCE-WS
           IF FINE-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE DETAIL-STUDENT-WS TO FSTUDENT-ID
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = DETAIL-STUDENT-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM AddOneFine
                       END-IF
               END-READ
           END-PERFORM.

       AddOneFine.
           IF FINE-IS-SETTLED-WS AND NOT FINE-IS-REFERRED-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FINE-IN-DISPUTE-WS
           IF NOT DSP-FILE-DOES-NOT-EXIST-WS
               MOVE FSTUDENT-ID-WS TO DSP-STUDENT-ID
               MOVE FBOOK-ID-WS TO DSP-BOOK-ID
               MOVE FASSESSED-DATE-WS TO DSP-FINE-DATE
               MOVE FASSESSED-TIME-WS TO DSP-FINE-TIME
               READ DISPUTERECORD INTO DISPUTE-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DSP-IS-PENDING-WS
                           MOVE "Y" TO FINE-IN-DISPUTE-WS
                       END-IF
               END-READ
           END-IF
           IF FINE-IN-DISPUTE-WS = "N"
               COMPUTE DETAIL-BALANCE-WS = DETAIL-BALANCE-WS
                   + FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           END-IF.

      *    The whole file from the roster: emptied, then one row per
      *    student on student.bin with the figures the detail gives.
       RebuildAllSummaries.
           MOVE 0 TO PSM-REBUILT-COUNT
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PATRONSUMFILE
           PERFORM OpenDetailFiles
           MOVE "N" TO STUDENT-EOF-WS
           PERFORM UNTIL STUDENT-EOF-WS = "Y"
               READ STUDENTRECORD NEXT
                   AT END MOVE "Y" TO STUDENT-EOF-WS
                   NOT AT END PERFORM RebuildOneSummary
               END-READ
           END-PERFORM
           PERFORM CloseDetailFiles
           CLOSE PATRONSUMFILE
           CLOSE STUDENTRECORD.

       RebuildOneSummary.
           MOVE STUDENT-ID TO DETAIL-STUDENT-WS
           PERFORM TotalFromDetail
           MOVE STUDENT-ID TO PSUM-STUDENT-ID-WS
           MOVE DETAIL-LOANS-WS TO PSUM-OPEN-LOANS-WS
           MOVE DETAIL-HOLDS-WS TO PSUM-OPEN-HOLDS-WS
           MOVE DETAIL-BALANCE-WS TO PSUM-BALANCE-WS
           MOVE 0 TO PSUM-LAST-ACTIVITY-WS
           WRITE PATRON-SUM-RECORD FROM PATRON-SUM-WS
               INVALID KEY MOVE "N" TO PSM-OK
               NOT INVALID KEY ADD 1 TO PSM-REBUILT-COUNT
           END-WRITE.
