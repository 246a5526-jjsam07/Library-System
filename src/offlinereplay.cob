           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           05 OFX-TIME PIC 9(8).
           05 FILLER PIC X(2).
           05 OFX-OPERATOR PIC X(20).
       COPY importctl-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY holdrecord-ws.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY kitcheck-request.
       COPY licensecheck-request.
       COPY historyrecord-ws.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY circeventrecord-ws.
       COPY claimcheck-request.
       COPY patronsum-request.
       COPY payplan-request.
       COPY importreg-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-OP-OK-WS VALUE 00.
       01 UNPAID-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 FINE-BLOCK-THRESHOLD-WS PIC 9(5)V99 VALUE 10.00.
       01 FINE-EOF-WS PIC X VALUE "N".
       01 HOLD-FULFILL-WS PIC X VALUE "N".
       01 WAITLIST-HIT-WS PIC X VALUE "N".
       01 WAITLIST-STUDENT-ID-WS PIC 9(10) VALUE 0.
       01 HOLD-PICKUP-DAYS-WS PIC 9(3) VALUE 7.
       01 DAYS-OVERDUE-WS PIC S9(5) VALUE 0.
       01 FINE-DUE-WS PIC 9(5)V99 VALUE 0.
       01 LOAN-WAS-DELETED-WS PIC X VALUE "N".
       01 ACCRUAL-FOUND-WS PIC X VALUE "N".
       01 ACCRUAL-CLOSED-WS PIC X VALUE "N".
       01 ACCRUAL-NEW-DUE-WS PIC 9(5)V99 VALUE 0.
       01 WORK-DATE-YMD-WS.
           05 WORK-YYYY-WS PIC 9(4).
           05 WORK-MM-WS PIC 9(2).
               DISPLAY "NO offlinetxn.txt TO REPLAY."
               EXIT PROGRAM
           END-IF
           CLOSE OFFLINETXN
           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT OFFLINETXN
           CALL "LoadPolicy" USING POLICY-WS
           MOVE POL-FINE-BLOCK-LIMIT-WS TO FINE-BLOCK-THRESHOLD-WS
           MOVE POL-HOLD-PICKUP-DAYS-WS TO HOLD-PICKUP-DAYS-WS
           CLOSE BORROWRECORD
           CLOSE BOOKRECORD
           CLOSE OFFLINETXN
           PERFORM RecordImportLoaded
           IF EXCEPTION-COUNT-WS = 0
               OPEN OUTPUT OFFLINETXN
               CLOSE OFFLINETXN
                   MOVE "Y" TO TXN-EOF-WS
                   EXIT PARAGRAPH
           END-READ
           IF IMH-IS-HEADER OR IMT-IS-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE OFX-DATE TO TXN-DATE-YMD-WS
           EVALUATE OFX-ACTION
               WHEN "O" PERFORM ReplayCheckout
           MOVE 0 TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent
           DISPLAY "  CHECKOUT POSTED: STUDENT " OFX-STUDENT-ID
               " BOOK " OFX-BOOK-ID
           PERFORM CountOfflineLicense
           PERFORM FlagOfflineKit.

      *    The loan went out on paper and cannot be called back, so
      *    it is counted against the title's license on the day it
      *    was made - the offline sheet records no copy number -
      *    and a license it used up goes to the exception queue.
       CountOfflineLicense.
           MOVE "U" TO LCK-FUNC
           MOVE OFX-BOOK-ID TO LCK-BOOK-ID
           MOVE 0 TO LCK-COPY-NUM
           MOVE OFX-DATE TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST.

       WriteOrBumpLoan.
           MOVE "Y" TO TXN-GOOD-WS
           MOVE DUE-DD-WS TO BDUE-DD-WS
           MOVE DUE-YYYY-WS TO BDUE-YYYY-WS
           MOVE 0 TO BDUE-TIME-WS
           MOVE ZEROS TO BCOPY-LIST-WS
           WRITE BBOOK FROM BBOOK-WS
               INVALID KEY MOVE "N" TO TXN-GOOD-WS
               NOT INVALID KEY
                   MOVE "L" TO PSM-FUNC
                   MOVE 1 TO PSM-DELTA
                   PERFORM PostPatronSummary
           END-WRITE.

      *    A capture-only scan never recorded which copy went out,
      *    so the new slot on the ticket stays 000.
       BumpExistingLoan.
           ADD 1 TO BQUANTITY-WS
           IF BQUANTITY-WS <= 10
               MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS)
           END-IF
           MOVE OFX-OPERATOR TO BOPERATOR-WS
           MOVE TXN-MM-WS TO BMM-WS
           MOVE TXN-DD-WS TO BDD-WS
           PERFORM ProbeWaitlist
           IF BQUANTITY-WS > 1
               SUBTRACT 1 FROM BQUANTITY-WS
               IF BQUANTITY-WS < 10
                   MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS + 1)
               END-IF
               MOVE "N" TO LOAN-WAS-DELETED-WS
               REWRITE BBOOK FROM BBOOK-WS
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE "Y" TO LOAN-WAS-DELETED-WS
               DELETE BORROWRECORD RECORD
                   INVALID KEY CONTINUE
               END-DELETE
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           PERFORM SettleAccruedFine
           IF DAYS-OVERDUE-WS > 0 AND ACCRUAL-CLOSED-WS = "N"
               PERFORM WriteFineRecord
           END-IF
           PERFORM WriteHistoryRecord
           IF LOAN-WAS-DELETED-WS = "Y"
               MOVE "L" TO PSM-FUNC
               MOVE -1 TO PSM-DELTA
               PERFORM PostPatronSummary
           END-IF
           MOVE "F" TO PSM-FUNC
           PERFORM PostPatronSummary
           IF WAITLIST-HIT-WS = "Y"
               PERFORM ConsumeWaitlistEntry
               PERFORM PlaceHoldForWaitlistedStudent
           MOVE 0 TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent
           DISPLAY "  RETURN POSTED: STUDENT " OFX-STUDENT-ID
               " BOOK " OFX-BOOK-ID
           PERFORM FlagOfflineKit.

      *    Nobody counted a kit's parts during the outage and the
      *    replay cannot: the posting stands, and the exception list
      *    sends the desk to count them, fining and routing any
      *    shortfall by hand.
       FlagOfflineKit.
           MOVE OFX-BOOK-ID TO KIT-BOOK-ID
           MOVE "C" TO KIT-MODE
           CALL "KitCheck" USING KIT-REQUEST
           IF KIT-PART-COUNT > 0
               MOVE "POSTED - KIT PARTS NOT COUNTED, CHECK"
                   TO REASON-TEXT-WS
               PERFORM WriteReplayException
           END-IF.

      *    Fine-chargeable days run from the stored due date to the
      *    day the book landed in the capture file, not to today -
           MOVE "N" TO CALDAYS-FUNC
           MOVE WORK-DATE-YMD-WS TO CALDAYS-DATE-1
           MOVE TXN-DATE-YMD-WS TO CALDAYS-DATE-2
           PERFORM StopFineAtClaimDate
           CALL "CalendarDays" USING CALDAYS-REQUEST
           IF CALDAYS-COUNT > 0
               MOVE CALDAYS-COUNT TO DAYS-OVERDUE-WS
               COMPUTE FINE-DUE-WS =
                   DAYS-OVERDUE-WS * POL-FINE-RATE-WS
               IF POL-FINE-MAX-ITEM-WS > 0 AND
                       FINE-DUE-WS > POL-FINE-MAX-ITEM-WS
                   MOVE POL-FINE-MAX-ITEM-WS TO FINE-DUE-WS
               END-IF
           ELSE
               MOVE 0 TO DAYS-OVERDUE-WS
               MOVE 0 TO FINE-DUE-WS
           END-IF.

      *    A loan under an open claims-returned claim stops accruing
      *    on the day the claim was filed.
       StopFineAtClaimDate.
           MOVE OFX-STUDENT-ID TO CLK-STUDENT-ID
           MOVE OFX-BOOK-ID TO CLK-BOOK-ID
           CALL "ClaimCheck" USING CLK-REQUEST
           IF CLK-UNDER-CLAIM AND CLK-FILED-DATE < CALDAYS-DATE-2
               MOVE CLK-FILED-DATE TO CALDAYS-DATE-2
           END-IF.

       WriteFineRecord.
           MOVE OFX-STUDENT-ID TO FSTUDENT-ID
           MOVE OFX-BOOK-ID TO FBOOK-ID
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "O" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FINE-DUE-WS TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent.

      *    A loan FineAccrual has been charging nightly carries an
      *    accruing (FTYPE "A") row. When the last copy comes back
      *    that row becomes the final overdue fine in place, at the
      *    amount worked out here, and no second fine is written.
      *    When copies are still out the returned copy is fined the
      *    usual way and the accrual is trimmed to the copies left.
      *    Either way the charge never drops below what was paid.
       SettleAccruedFine.
           MOVE "N" TO ACCRUAL-CLOSED-WS
           PERFORM FindAccruingFine
           IF ACCRUAL-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF LOAN-WAS-DELETED-WS = "Y"
               MOVE "Y" TO ACCRUAL-CLOSED-WS
               MOVE FINE-DUE-WS TO ACCRUAL-NEW-DUE-WS
               MOVE "O" TO FTYPE-WS
               MOVE DAYS-OVERDUE-WS TO FDAYS-OVERDUE-WS
           ELSE
               COMPUTE ACCRUAL-NEW-DUE-WS = FINE-DUE-WS * BQUANTITY-WS
           END-IF
           IF ACCRUAL-NEW-DUE-WS = 0 AND FAMOUNT-PAID-WS = 0
               DELETE FINERECORD RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           IF ACCRUAL-NEW-DUE-WS < FAMOUNT-PAID-WS
               MOVE FAMOUNT-PAID-WS TO ACCRUAL-NEW-DUE-WS
           END-IF
           MOVE ACCRUAL-NEW-DUE-WS TO FAMOUNT-DUE-WS
           IF FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
               MOVE "Y" TO FPAID-WS
           ELSE
               MOVE "N" TO FPAID-WS
           END-IF
           IF ACCRUAL-CLOSED-WS = "N"
               REWRITE FINE-RECORD FROM FINE-WS
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               PERFORM RestampAccruedFine
               MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
               MOVE FAMOUNT-DUE-WS TO CIRC-AMOUNT-WS
               PERFORM LogOneCircEvent
           END-IF.

      *    The finished fine is re-keyed to the moment it was
      *    settled, so it lands in that day's assessed fines like
      *    any other return fine rather than on the night the
      *    accrual began.
       RestampAccruedFine.
           DELETE FINERECORD RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE FINE-WS TO FINE-RECORD
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

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
           MOVE OFX-OPERATOR TO PCR-OPERATOR
           MOVE SPACES TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT > 0
               ADD PCR-DONE-AMOUNT TO FAMOUNT-PAID
               IF FAMOUNT-PAID >= FAMOUNT-DUE
                   MOVE "Y" TO FPAID
               END-IF
           END-IF.

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

       WriteHistoryRecord.
           MOVE OFX-STUDENT-ID TO HSTUDENT-ID
           MOVE OFX-BOOK-ID TO HBOOK-ID
           END-WRITE.

       ProbeWaitlist.
           MOVE OFX-BOOK-ID TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           IF QRD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-STUDENT-ID(1) TO WSTUDENT-ID
           MOVE OFX-BOOK-ID TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WAITLIST-HIT-WS
                   MOVE WSTUDENT-ID-WS TO WAITLIST-STUDENT-ID-WS
           END-READ.

       ConsumeWaitlistEntry.
           MOVE WAITLIST-STUDENT-ID-WS TO WSTUDENT-ID
           MOVE DUE-MM-WS TO HOLD-B-MM
           MOVE DUE-DD-WS TO HOLD-B-DD
           MOVE DUE-YYYY-WS TO HOLD-B-YYYY
      *    The offline log never recorded which copy came back, so
      *    there is no copy to page to another branch: the hold is
      *    on the shelf wherever the return was taken.
           MOVE "S" TO HOLD-STATUS
           MOVE SPACES TO HOLD-PICKUP-BRANCH
           MOVE 0 TO HOLD-COPY-NUM
           WRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE OFX-BOOK-ID TO HOLD-BOOK-ID
           DELETE HOLDRECORD RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "H" TO PSM-FUNC
                   MOVE -1 TO PSM-DELTA
                   PERFORM PostPatronSummary
           END-DELETE.

       ComputeLoanDueDate.
                   MOVE POL-DUE-UNDERGRAD-WS TO DUE-WINDOW-WS
           END-EVALUATE.

      *    The limit and fine-block tests read the patron's running
      *    account summary, which every posting below keeps current.
       CountStudentBorrows.
           MOVE "R" TO PSM-FUNC
           MOVE OFX-STUDENT-ID TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE PSM-OPEN-LOANS TO BORROW-COUNT-WS.

       TotalUnpaidFines.
           MOVE "R" TO PSM-FUNC
           MOVE OFX-STUDENT-ID TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE 0 TO UNPAID-TOTAL-WS
           IF PSM-BALANCE > 0
               MOVE PSM-BALANCE TO UNPAID-TOTAL-WS
           END-IF
           MOVE "Q" TO PPQ-FUNC
           MOVE OFX-STUDENT-ID TO PPQ-STUDENT-ID
           MOVE 0 TO PPQ-RUN-DATE
           CALL "PayPlanCheck" USING PPQ-REQUEST
           IF PPQ-PLAN-CURRENT
               IF PPQ-COVERED-OWED < UNPAID-TOTAL-WS
                   SUBTRACT PPQ-COVERED-OWED FROM UNPAID-TOTAL-WS
               ELSE
                   MOVE 0 TO UNPAID-TOTAL-WS
               END-IF
           END-IF.

      *    A posting that fails to reach the summary is listed with
      *    the other exceptions; the reconciliation report finds the
      *    drift and a summary rebuild puts it right.
       PostPatronSummary.
           MOVE OFX-STUDENT-ID TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           IF PSM-OK = "N"
               MOVE "POSTED - ACCOUNT SUMMARY NOT UPDATED"
                   TO REASON-TEXT-WS
               PERFORM WriteReplayException
           END-IF.

       LogOneCircEvent.
           MOVE OFX-STUDENT-ID TO CIRC-STUDENT-ID-WS
           WRITE EXCEPTION-LINE
           DISPLAY "  EXCEPTION: " REASON-TEXT-WS " (STUDENT "
               OFX-STUDENT-ID " BOOK " OFX-BOOK-ID ")".

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "OFFLINE" TO IMP-FEED
           MOVE "offlinetxn.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "offlinetxn.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "OfflineReplay" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
