           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL REPAIRRECORD ASSIGN TO "repair.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPAIR-REF-ID
           FILE STATUS IS REPAIR-FILE-STATUS-WS.

           SELECT EXCEPTIONFILE ASSIGN TO "bookdropexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-FILE-STATUS-WS.
       COPY holdrecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD REPAIRRECORD.
       COPY repairrecord-fs.
       FD EXCEPTIONFILE.
       01 EXCEPTION-LINE.
           05 EXC-BOOK-ID PIC 9(10).
       COPY bookrecord-ws.
       COPY studentrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY holdrecord-ws.
       COPY hxfer-request.
       COPY historyrecord-ws.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY circeventrecord-ws.
       COPY wqex-request.
       COPY kitcheck-request.
       COPY claimcheck-request.
       COPY copyrecord-ws.
       COPY repairrecord-ws.
       COPY patronsum-request.
       COPY sysstatus-request.
       COPY checkdigit-request.
       01 CAPTURE-REPLY-WS PIC X.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HIST-FILE-STATUS-WS PIC X(2).
           88 HIST-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EXC-FILE-STATUS-WS PIC X(2).
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 REPAIR-FILE-STATUS-WS PIC X(2).
           88 REPAIR-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 DROP-SCAN-WS PIC X(11) VALUE SPACES.
       01 DROP-BOOK-ID-WS PIC 9(10).
       01 DROP-COPY-SCAN-WS PIC X(3) VALUE SPACES.
       01 DROP-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 DROP-SLOT-WS PIC 9(2) VALUE 1.
       01 KIT-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 SLOT-IDX-WS PIC 9(2).
       01 SAVED-COPY-LIST-WS PIC X(30).
       01 DROP-DONE-WS PIC X VALUE "N".
       01 LOAN-FOUND-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TXN-FAILED-WS PIC X VALUE "N".
       01 WAIT-IDX-WS PIC 9(7) VALUE 0.
       01 LOAN-WAS-DELETED-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 ACCRUAL-FOUND-WS PIC X VALUE "N".
       01 ACCRUAL-CLOSED-WS PIC X VALUE "N".
       01 ACCRUAL-NEW-DUE-WS PIC 9(5)V99 VALUE 0.
       01 EXCEPTION-COUNT-WS PIC 9(4) VALUE 0.
       01 DAYS-OVERDUE-WS PIC 9(5) VALUE 0.
       01 FINE-DUE-WS PIC 9(5)V99 VALUE 0.
      *    stacks.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           CALL "LoadPolicy" USING POLICY-WS
           MOVE POL-HOLD-PICKUP-DAYS-WS TO HOLD-PICKUP-DAYS-WS
           OPEN I-O BORROWRECORD
                   WITH NO ADVANCING
               MOVE SPACES TO DROP-SCAN-WS
               ACCEPT DROP-SCAN-WS
               MOVE "S" TO CKD-FUNC
               MOVE DROP-SCAN-WS TO CKD-SCAN
               CALL "CheckDigit" USING CKD-REQUEST
               MOVE CKD-ID TO DROP-BOOK-ID-WS
               EVALUATE TRUE
                   WHEN CKD-REJECTED
                       DISPLAY "  BOOK ID REFUSED: " CKD-REASON
                   WHEN DROP-BOOK-ID-WS = 0
                       MOVE "Y" TO DROP-DONE-WS
                   WHEN OTHER
                       DISPLAY "  COPY NUMBER FROM THE SPINE LABEL: "
                           WITH NO ADVANCING
                       MOVE SPACES TO DROP-COPY-SCAN-WS
                       ACCEPT DROP-COPY-SCAN-WS
                       IF DROP-COPY-SCAN-WS = SPACES
                           MOVE 0 TO DROP-COPY-NUM-WS
                       ELSE
                           MOVE FUNCTION NUMVAL(DROP-COPY-SCAN-WS)
                               TO DROP-COPY-NUM-WS
                       END-IF
                       PERFORM ProcessOneDrop
               END-EVALUATE
           END-PERFORM

           CLOSE BORROWRECORD
               PERFORM SettleDropReturn
           END-IF.

      *    With several students holding copies of the same title
      *    the spine label decides whose loan this is: the ticket
      *    carrying the scanned copy wins. A copy nobody's ticket
      *    records (or no copy number at all) settles against the
      *    first open ticket for the title, as before copies were
      *    recorded on loans.
       FindOpenLoanByBook.
           MOVE "N" TO LOAN-FOUND-WS
           MOVE 1 TO DROP-SLOT-WS
           IF DROP-COPY-NUM-WS > 0
               PERFORM FindLoanHoldingCopy
               IF LOAN-FOUND-WS = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE DROP-BOOK-ID-WS TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY CONTINUE
                               MOVE "Y" TO LOAN-FOUND-WS
                           END-IF
                   END-READ
           END-START
           IF LOAN-FOUND-WS = "Y" AND DROP-COPY-NUM-WS > 0
               DISPLAY "  COPY " DROP-COPY-NUM-WS " IS NOT RECORDED "
                   "ON ANY LOAN - SETTLED AGAINST STUDENT "
                   BORROWER-ID-WS "."
           END-IF.

       FindLoanHoldingCopy.
           MOVE DROP-BOOK-ID-WS TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BBOOK-ID-WS NOT = DROP-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                                   UNTIL SLOT-IDX-WS > 10
                                   OR SLOT-IDX-WS > BQUANTITY-WS
                                   OR LOAN-FOUND-WS = "Y"
                               IF BCOPY-NUM-WS(SLOT-IDX-WS) =
                                       DROP-COPY-NUM-WS
                                   MOVE SLOT-IDX-WS TO DROP-SLOT-WS
                                   MOVE "Y" TO LOAN-FOUND-WS
                                   MOVE "Y" TO SCAN-DONE-WS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *    Loan first, book second, durable extras last - mirrors
      *    the counter's ReturnSuccess ordering.
       SettleDropReturn.
           PERFORM DetermineDueWindow
           PERFORM ComputeOverdueFine
           PERFORM CountKitPartsBack
           MOVE "N" TO WAITLIST-HIT-WS
           IF KIT-MISSING-COUNT = 0
               PERFORM ProbeWaitlist
           END-IF
           PERFORM CloseDropLoan
           IF TXN-FAILED-WS = "Y"
               DISPLAY "  RETURN ABANDONED - LOAN IN USE AT THE "
               IF TXN-FAILED-WS = "Y"
                   PERFORM UndoDropLoanSettle
               ELSE
                   PERFORM SettleAccruedFine
                   IF DAYS-OVERDUE-WS > 0 AND ACCRUAL-CLOSED-WS = "N"
                       PERFORM WriteFineRecord
                   END-IF
                   IF KIT-MISSING-VALUE > 0
                       PERFORM WritePartsFine
                   END-IF
                   PERFORM WriteHistoryRecord
                   PERFORM PostDropToSummary
                   IF WAITLIST-HIT-WS = "Y"
                       PERFORM ConsumeWaitlistEntry
                       PERFORM PlaceHoldForWaitlistedStudent
                   END-IF
                   IF KIT-MISSING-COUNT > 0
                       PERFORM RouteKitToRepair
                   END-IF
                   CALL "ClearNoticeHistory" USING BY CONTENT
                       BORROWER-ID-WS BBOOK-ID-WS
                   MOVE "RETURN" TO CIRC-EVENT-TYPE-WS
               END-IF
           END-IF.

      *    The returned loan and any fine it drew reach the patron's
      *    account summary once the detail rows are down.
       PostDropToSummary.
           MOVE BORROWER-ID-WS TO PSM-STUDENT-ID
           IF LOAN-WAS-DELETED-WS = "Y"
               MOVE "L" TO PSM-FUNC
               MOVE -1 TO PSM-DELTA
               CALL "PatronSummary" USING PSM-REQUEST
           END-IF
           MOVE "F" TO PSM-FUNC
           CALL "PatronSummary" USING PSM-REQUEST.

       RestockOrHoldBook.
           MOVE DROP-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WAITLIST-HIT-WS = "N" AND KIT-MISSING-COUNT = 0
                       ADD 1 TO QUANTITY-WS
                       MOVE "Y" TO BAVAIL-WS
                   END-IF
               END-WRITE
           ELSE
               ADD 1 TO BQUANTITY-WS
               MOVE SAVED-COPY-LIST-WS TO BCOPY-LIST-WS
               REWRITE BBOOK FROM BBOOK-WS
                   INVALID KEY
                       DISPLAY "  UNABLE TO RESTORE THE LOAN - RUN "
           MOVE "N" TO CALDAYS-FUNC
           MOVE WORK-DATE-YMD-WS TO CALDAYS-DATE-1
           MOVE TODAY-DATE-WS TO CALDAYS-DATE-2
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
               DISPLAY "  " DAYS-OVERDUE-WS " OPEN DAY(S) OVERDUE - "
                   "FINE OF $" FINE-DUE-WS " ASSESSED."
           ELSE
               MOVE 0 TO FINE-DUE-WS
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
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "O" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY DISPLAY "  UNABLE TO WRITE FINE RECORD."
           END-WRITE
           MOVE FINE-DUE-WS TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent.

      *    The parts of a multi-part title are counted out of the
      *    bin before the loan settles. The copy the spine label
      *    named (or the one the ticket carried) is the one that
      *    goes to the bindery queue when a part is short.
       CountKitPartsBack.
           MOVE DROP-COPY-NUM-WS TO KIT-COPY-NUM-WS
           IF KIT-COPY-NUM-WS = 0
               MOVE BCOPY-NUM-WS(DROP-SLOT-WS) TO KIT-COPY-NUM-WS
           END-IF
           MOVE DROP-BOOK-ID-WS TO KIT-BOOK-ID
           MOVE "R" TO KIT-MODE
           CALL "KitCheck" USING KIT-REQUEST.

      *    Replacement-type row for the missing parts; one tick on
      *    when the overdue fine took the same hundredth.
       WritePartsFine.
           MOVE BORROWER-ID-WS TO FSTUDENT-ID
           MOVE BBOOK-ID-WS TO FBOOK-ID
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           MOVE 0 TO FDAYS-OVERDUE
           MOVE KIT-MISSING-VALUE TO FAMOUNT-DUE
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "R" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY
                   ADD 1 TO FHS
                   WRITE FINE-RECORD
                       INVALID KEY
                           DISPLAY "  UNABLE TO WRITE FINE RECORD."
                   END-WRITE
           END-WRITE
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE KIT-MISSING-VALUE TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent.

      *    Same bindery routing as a damaged counter return: the
      *    copy row goes to "M" (it never rejoined QUANTITY) and a
      *    repair.bin row carries what is missing and whose loan it
      *    came back from.
       RouteKitToRepair.
           OPEN I-O COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               DISPLAY "  KIT SHORT - NO COPY FILE TO MARK. SEND IT "
                   "TO THE BINDERY BY HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE DROP-BOOK-ID-WS TO CBOOK-ID
           MOVE KIT-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY
                   DISPLAY "  KIT SHORT - COPY " KIT-COPY-NUM-WS
                       " NOT ON FILE. SEND IT TO THE BINDERY BY HAND."
                   CLOSE COPYRECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE "M" TO CCONDITION-WS
           REWRITE COPY-RECORD FROM COPY-WS
               INVALID KEY CONTINUE
           END-REWRITE
           CLOSE COPYRECORD
           OPEN EXTEND REPAIRRECORD
           IF REPAIR-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT REPAIRRECORD
               CLOSE REPAIRRECORD
           ELSE
               CLOSE REPAIRRECORD
           END-IF
           OPEN I-O REPAIRRECORD
           MOVE CBOOK-ID-WS TO REP-BOOK-ID
           MOVE CCOPY-NUM-WS TO REP-COPY-NUM
           MOVE KIT-MISSING-TEXT TO REP-REASON
           MOVE BORROWER-ID-WS TO REP-RETURNED-BY
           MOVE TODAY-YYYY-WS TO REP-YYYY
           MOVE TODAY-MM-WS TO REP-MM
           MOVE TODAY-DD-WS TO REP-DD
           WRITE REPAIR-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE REPAIRRECORD
           DISPLAY "  KIT SHORT - COPY ROUTED TO THE BINDERY QUEUE.".

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
                   INVALID KEY DISPLAY "  ACCRUED FINE NOT SETTLED."
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
                   INVALID KEY DISPLAY "  ACCRUED FINE NOT SETTLED."
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
               INVALID KEY DISPLAY "  ACCRUED FINE NOT SETTLED."
           END-DELETE
           MOVE FINE-WS TO FINE-RECORD
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY DISPLAY "  ACCRUED FINE NOT SETTLED."
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
           MOVE ADMINNAME-LS TO PCR-OPERATOR
           MOVE SPACES TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT > 0
               ADD PCR-DONE-AMOUNT TO FAMOUNT-PAID
               IF FAMOUNT-PAID >= FAMOUNT-DUE
                   MOVE "Y" TO FPAID
               END-IF
               DISPLAY "  CREDIT ON ACCOUNT APPLIED: $"
                   PCR-DONE-AMOUNT
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
           MOVE BORROWER-ID-WS TO HSTUDENT-ID
           MOVE BBOOK-ID-WS TO HBOOK-ID
           IF WAIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE BBOOK-ID-WS TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           IF QRD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-STUDENT-ID(1) TO WSTUDENT-ID
           MOVE BBOOK-ID-WS TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WAITLIST-HIT-WS
                   MOVE WSTUDENT-ID-WS TO WAITLIST-STUDENT-ID-WS
           END-READ.

       ConsumeWaitlistEntry.
           MOVE WAITLIST-STUDENT-ID-WS TO WSTUDENT-ID
               INVALID KEY CONTINUE
           END-DELETE.

      *    The scanned copy is paged to the student's pickup branch
      *    when it was dropped somewhere else; that hold waits in
      *    transit with no pickup-by date until it is scanned in.
       PlaceHoldForWaitlistedStudent.
           MOVE WAITLIST-STUDENT-ID-WS TO HOLD-STUDENT-ID
           MOVE BBOOK-ID-WS TO HOLD-BOOK-ID
           MOVE TODAY-MM-WS TO HOLD-P-MM
           MOVE TODAY-DD-WS TO HOLD-P-DD
           MOVE TODAY-YYYY-WS TO HOLD-P-YYYY
           MOVE WAITLIST-STUDENT-ID-WS TO HXF-STUDENT-ID
           MOVE BBOOK-ID-WS TO HXF-BOOK-ID
           MOVE DROP-COPY-NUM-WS TO HXF-COPY-NUM
           MOVE WPICKUP-BRANCH-WS TO HXF-PICKUP-BRANCH
           CALL "HoldTransfer" USING HXF-REQUEST
           MOVE DROP-COPY-NUM-WS TO HOLD-COPY-NUM
           IF HXF-IN-TRANSIT
               MOVE "T" TO HOLD-STATUS
               MOVE HXF-PICKUP-BRANCH TO HOLD-PICKUP-BRANCH
               MOVE ZEROS TO HOLD-PICKUP-BY
           ELSE
               MOVE "S" TO HOLD-STATUS
               MOVE HXF-COPY-BRANCH TO HOLD-PICKUP-BRANCH
               CALL "DateAdd" USING TODAY-DATE-WS HOLD-PICKUP-DAYS-WS
                   PICKUP-DATE-YMD-WS
               MOVE PICKUP-MM-WS TO HOLD-B-MM
               MOVE PICKUP-DD-WS TO HOLD-B-DD
               MOVE PICKUP-YYYY-WS TO HOLD-B-YYYY
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           COMPUTE CIRC-AMOUNT-WS =
               TODAY-DAYNUM-WS - BORROW-DAYNUM-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           IF HXF-IN-TRANSIT
               DISPLAY "  COPY HELD FOR STUDENT " WAITLIST-STUDENT-ID-WS
                   " - SEND IT TO BRANCH " HOLD-PICKUP-BRANCH "."
           ELSE
               DISPLAY "  COPY TO THE HOLD SHELF FOR STUDENT "
                   WAITLIST-STUDENT-ID-WS "."
           END-IF.

       CloseDropLoan.
           MOVE "N" TO TXN-FAILED-WS
           IF BQUANTITY-WS > 1
               SUBTRACT 1 FROM BQUANTITY-WS
               MOVE BCOPY-LIST-WS TO SAVED-COPY-LIST-WS
               PERFORM VARYING SLOT-IDX-WS FROM DROP-SLOT-WS BY 1
                       UNTIL SLOT-IDX-WS >= 10
                   MOVE BCOPY-NUM-WS(SLOT-IDX-WS + 1)
                       TO BCOPY-NUM-WS(SLOT-IDX-WS)
               END-PERFORM
               MOVE 0 TO BCOPY-NUM-WS(10)
               MOVE "N" TO LOAN-WAS-DELETED-WS
           ELSE
               MOVE "Y" TO LOAN-WAS-DELETED-WS
               CLOSE HISTORYRECORD
           END-IF
           OPEN I-O HISTORYRECORD.

      *    While a batch or repair run holds the system status flag
      *    the bin is not emptied into the files; the returns can go
      *    through offline capture, as at the counter, and are
      *    posted by OfflineReplay once the system has reopened.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "DROP TO OFFLINE CAPTURE MODE (Y/N)? "
               WITH NO ADVANCING
           ACCEPT CAPTURE-REPLY-WS
           IF CAPTURE-REPLY-WS = "Y" OR CAPTURE-REPLY-WS = "y"
               CALL "OfflineCapture" USING ADMINNAME-LS
           END-IF.

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
