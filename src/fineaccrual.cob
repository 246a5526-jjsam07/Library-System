       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineAccrual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FINE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.

       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY circeventrecord-ws.
       COPY claimcheck-request.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EOF-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 ACCRUAL-FOUND-WS PIC X VALUE "N".
       01 LOAN-STILL-OUT-WS PIC X VALUE "N".
       01 ACCRUAL-OPERATOR-WS PIC X(20) VALUE "FINEACCRUAL".
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 WORK-DATE-YMD-WS.
           05 WORK-YYYY-WS PIC 9(4).
           05 WORK-MM-WS PIC 9(2).
           05 WORK-DD-WS PIC 9(2).
       01 DERIVED-DUE-YMD-WS.
           05 DERIVED-YYYY-WS PIC 9(4).
           05 DERIVED-MM-WS PIC 9(2).
           05 DERIVED-DD-WS PIC 9(2).
       01 DUE-WINDOW-WS PIC 9(3) VALUE 3.
       01 DAYS-OVERDUE-WS PIC 9(5) VALUE 0.
       01 ITEM-FINE-WS PIC 9(5)V99 VALUE 0.
       01 ACCRUED-DUE-WS PIC 9(5)V99 VALUE 0.
       01 POSTED-COUNT-WS PIC 9(5) VALUE 0.
       01 UPDATED-COUNT-WS PIC 9(5) VALUE 0.
       01 CAPPED-COUNT-WS PIC 9(5) VALUE 0.
       01 CLEARED-COUNT-WS PIC 9(5) VALUE 0.
       01 FINALIZED-COUNT-WS PIC 9(5) VALUE 0.
       01 ACCRUED-TOTAL-WS PIC 9(7)V99 VALUE 0.

      *    Nightly fine accrual. Every loan still out past its due
      *    date carries one accruing fine row (FTYPE "A") per
      *    student and book, re-priced each night to the open days
      *    overdue times the fine rate, never more than the per-item
      *    ceiling from policy.bin, times the copies still on the
      *    ticket. The row is updated in place rather than a new one
      *    written, so a loan a month late is one charge on the
      *    statement, not thirty. Payments taken against it stand;
      *    the charge never drops below what was already paid.
      *
      *    The return desk (BorrowBooks, BookDropReturns and
      *    OfflineReplay) finalizes the row into the ordinary overdue
      *    fine when the last copy comes back, so the loan is never
      *    billed twice. The second pass here catches any accruing
      *    row whose loan closed some other way - a lost-book
      *    declaration, a void, a merge - and finalizes it as
      *    charged to date. Only a finalized charge is logged as
      *    FINEASSD; the nightly re-pricing is not, so the
      *    circulation log counts each fine once.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT BORROWRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "No borrow record exists"
               EXIT PROGRAM
           END-IF
           CALL "LoadPolicy" USING POLICY-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           OPEN INPUT STUDENTRECORD
           PERFORM OpenFineFile

           DISPLAY " "
           DISPLAY "FINE ACCRUAL - OPEN OVERDUE LOANS"
           DISPLAY " "
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM AccrueOneLoan
               END-READ
           END-PERFORM

           MOVE ZEROS TO FINE-REF-ID
           START FINERECORD KEY IS >= FINE-REF-ID
               INVALID KEY MOVE "Y" TO FINE-EOF-WS
               NOT INVALID KEY MOVE "N" TO FINE-EOF-WS
           END-START
           PERFORM UNTIL FINE-EOF-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO FINE-EOF-WS
                   NOT AT END PERFORM FinalizeClosedAccrual
               END-READ
           END-PERFORM

           CLOSE FINERECORD
           CLOSE STUDENTRECORD
           CLOSE BORROWRECORD
           DISPLAY " "
           DISPLAY POSTED-COUNT-WS " ACCRUAL(S) POSTED, "
               UPDATED-COUNT-WS " UPDATED, " CAPPED-COUNT-WS
               " AT THE PER-ITEM CEILING."
           DISPLAY CLEARED-COUNT-WS " CLEARED (NO LONGER OVERDUE), "
               FINALIZED-COUNT-WS " FINALIZED (LOAN CLOSED)."
           DISPLAY "ACCRUED ON OPEN LOANS: $" ACCRUED-TOTAL-WS.
           EXIT PROGRAM.

       OpenFineFile.
           OPEN EXTEND FINERECORD
           IF FINE-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT FINERECORD
               CLOSE FINERECORD
           ELSE
               CLOSE FINERECORD
           END-IF
           OPEN I-O FINERECORD.

       AccrueOneLoan.
           PERFORM DetermineDueWindow
           PERFORM ResolveLoanDueDate
           MOVE "N" TO CALDAYS-FUNC
           MOVE WORK-DATE-YMD-WS TO CALDAYS-DATE-1
           MOVE TODAY-DATE-WS TO CALDAYS-DATE-2
           PERFORM StopFineAtClaimDate
           CALL "CalendarDays" USING CALDAYS-REQUEST
           IF CALDAYS-COUNT > 0
               MOVE CALDAYS-COUNT TO DAYS-OVERDUE-WS
           ELSE
               MOVE 0 TO DAYS-OVERDUE-WS
           END-IF
           COMPUTE ITEM-FINE-WS = DAYS-OVERDUE-WS * POL-FINE-RATE-WS
           IF POL-FINE-MAX-ITEM-WS > 0 AND
                   ITEM-FINE-WS > POL-FINE-MAX-ITEM-WS
               MOVE POL-FINE-MAX-ITEM-WS TO ITEM-FINE-WS
               ADD 1 TO CAPPED-COUNT-WS
           END-IF
           COMPUTE ACCRUED-DUE-WS = ITEM-FINE-WS * BQUANTITY-WS
           PERFORM FindAccruingFine
           IF ACCRUAL-FOUND-WS = "Y"
               PERFORM UpdateAccruingFine
           ELSE
               IF DAYS-OVERDUE-WS > 0
                   PERFORM PostAccruingFine
               END-IF
           END-IF.

      *    A loan under an open claims-returned claim stops accruing
      *    on the day the claim was filed.
       StopFineAtClaimDate.
           MOVE BORROWER-ID-WS TO CLK-STUDENT-ID
           MOVE BBOOK-ID-WS TO CLK-BOOK-ID
           CALL "ClaimCheck" USING CLK-REQUEST
           IF CLK-UNDER-CLAIM AND CLK-FILED-DATE < CALDAYS-DATE-2
               MOVE CLK-FILED-DATE TO CALDAYS-DATE-2
           END-IF.

      *    Loans written before the due date was stored on the record
      *    carry zeros in BDUEDATE; for those the due date is still
      *    derived from the borrow date plus the loan window. The
      *    resolved due date lands in WORK-DATE-YMD-WS.
       ResolveLoanDueDate.
           IF BDUE-YYYY-WS NOT = 0
               MOVE BDUE-YYYY-WS TO WORK-YYYY-WS
               MOVE BDUE-MM-WS TO WORK-MM-WS
               MOVE BDUE-DD-WS TO WORK-DD-WS
           ELSE
               MOVE BYYYY-WS TO WORK-YYYY-WS
               MOVE BMM-WS TO WORK-MM-WS
               MOVE BDD-WS TO WORK-DD-WS
               CALL "DateAdd" USING WORK-DATE-YMD-WS DUE-WINDOW-WS
                   DERIVED-DUE-YMD-WS
               MOVE DERIVED-DUE-YMD-WS TO WORK-DATE-YMD-WS
           END-IF.

       DetermineDueWindow.
           MOVE BORROWER-ID-WS TO STUDENT-ID
           MOVE SPACES TO PATRON-TYPE-WS
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN PATRON-IS-FACULTY-WS OF STUDENT-WS
                   MOVE POL-DUE-FACULTY-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-GRADUATE-WS OF STUDENT-WS
                   MOVE POL-DUE-GRADUATE-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-STAFF-WS OF STUDENT-WS
                   MOVE POL-DUE-STAFF-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-COMMUNITY-WS OF STUDENT-WS
                   MOVE POL-DUE-COMMUNITY-WS TO DUE-WINDOW-WS
               WHEN OTHER
                   MOVE POL-DUE-UNDERGRAD-WS TO DUE-WINDOW-WS
           END-EVALUATE.

      *    The accruing row for this loan, if it has one, is left in
      *    FINE-WS with ACCRUAL-FOUND-WS set.
       FindAccruingFine.
           MOVE "N" TO ACCRUAL-FOUND-WS
           MOVE BORROWER-ID-WS TO FSTUDENT-ID
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY MOVE "Y" TO FINE-EOF-WS
               NOT INVALID KEY MOVE "N" TO FINE-EOF-WS
           END-START
           PERFORM UNTIL FINE-EOF-WS = "Y" OR ACCRUAL-FOUND-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO FINE-EOF-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = BORROWER-ID-WS
                           MOVE "Y" TO FINE-EOF-WS
                       ELSE
                           IF FBOOK-ID-WS = BBOOK-ID-WS AND
                                   FINE-IS-ACCRUING-WS
                               MOVE "Y" TO ACCRUAL-FOUND-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PostAccruingFine.
           MOVE BORROWER-ID-WS TO FSTUDENT-ID
           MOVE BBOOK-ID-WS TO FBOOK-ID
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           MOVE DAYS-OVERDUE-WS TO FDAYS-OVERDUE
           MOVE ACCRUED-DUE-WS TO FAMOUNT-DUE
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "A" TO FTYPE
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO POST ACCRUAL FOR STUDENT "
                       BORROWER-ID-WS " BOOK " BBOOK-ID-WS
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM PostFineBalance
           ADD 1 TO POSTED-COUNT-WS
           ADD ACCRUED-DUE-WS TO ACCRUED-TOTAL-WS.

      *    A loan renewed or re-dated since last night may no longer
      *    be overdue at all: an unpaid accrual is then simply
      *    removed, a part-paid one is held at what was paid.
       UpdateAccruingFine.
           IF ACCRUED-DUE-WS = 0 AND FAMOUNT-PAID-WS = 0
               DELETE FINERECORD RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM PostFineBalance
               ADD 1 TO CLEARED-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF ACCRUED-DUE-WS < FAMOUNT-PAID-WS
               MOVE FAMOUNT-PAID-WS TO ACCRUED-DUE-WS
           END-IF
           MOVE DAYS-OVERDUE-WS TO FDAYS-OVERDUE-WS
           MOVE ACCRUED-DUE-WS TO FAMOUNT-DUE-WS
           IF FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
               MOVE "Y" TO FPAID-WS
           ELSE
               MOVE "N" TO FPAID-WS
           END-IF
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE ACCRUAL FOR STUDENT "
                       BORROWER-ID-WS " BOOK " BBOOK-ID-WS
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM PostFineBalance
           ADD 1 TO UPDATED-COUNT-WS
           ADD ACCRUED-DUE-WS TO ACCRUED-TOTAL-WS.

      *    Second pass: an accruing row with no open loan behind it
      *    stops growing and becomes an ordinary overdue fine at the
      *    amount charged so far, re-keyed to tonight the same way
      *    the return desk re-keys the ones it finalizes.
       FinalizeClosedAccrual.
           IF NOT FINE-IS-ACCRUING-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LOAN-STILL-OUT-WS
           MOVE FSTUDENT-ID-WS TO BORROWER-ID
           MOVE FBOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO LOAN-STILL-OUT-WS
           END-READ
           IF LOAN-STILL-OUT-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO FTYPE-WS
           DELETE FINERECORD RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO FINALIZE ACCRUAL FOR STUDENT "
                       FSTUDENT-ID-WS " BOOK " FBOOK-ID-WS
                   EXIT PARAGRAPH
           END-DELETE
           MOVE FINE-WS TO FINE-RECORD
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO FINALIZE ACCRUAL FOR STUDENT "
                       FSTUDENT-ID-WS " BOOK " FBOOK-ID-WS
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM PostFineBalance
           ADD 1 TO FINALIZED-COUNT-WS
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE FSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ACCRUAL-OPERATOR-WS TO CIRC-OPERATOR-WS
           MOVE FAMOUNT-DUE-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

      *    Credit the patron already holds on account is drawn
      *    down against a new charge as soon as it is assessed, so
      *    money the library is holding is never billed for again.
       ApplyPatronCredit.
           IF FAMOUNT-PAID >= FAMOUNT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO PCR-FUNC
           MOVE FSTUDENT-ID TO PCR-STUDENT-ID
           MOVE FBOOK-ID TO PCR-BOOK-ID
           COMPUTE PCR-AMOUNT = FAMOUNT-DUE - FAMOUNT-PAID
           MOVE SPACES TO PCR-SOURCE
           MOVE ACCRUAL-OPERATOR-WS TO PCR-OPERATOR
           MOVE SPACES TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT > 0
               ADD PCR-DONE-AMOUNT TO FAMOUNT-PAID
               IF FAMOUNT-PAID >= FAMOUNT-DUE
                   MOVE "Y" TO FPAID
               END-IF
           END-IF.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
