           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD
           WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS-WS.

           SELECT OPTIONAL MEMBERSHIPFILE ASSIGN TO "membership.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       COPY auditrecord-fs.
       FD MEMBERSHIPFILE.
       COPY membershiprecord-fs.

       WORKING-STORAGE SECTION.
       77 DUMMY-WS PIC X.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY holdrecord-ws.
       COPY hxfer-request.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY kitcheck-request.
       COPY licensecheck-request.
       COPY pflag-request.
       COPY reserverecord-ws.
       COPY copyrecord-ws.
       COPY repairrecord-ws.
       COPY journalrecord-ws.
       COPY historyrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY membershiprecord-ws.
       COPY patronsum-request.
       COPY payplan-request.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY classset-request.
       COPY circeventrecord-ws.
       COPY claimcheck-request.
       COPY term-request.
       COPY sysstatus-request.
       COPY checkdigit-request.
       01 SAVED-JOURNAL-REF-ID-WS.
           05 SAVED-JOURNAL-DATE-WS.
               10 SAVED-JOURNAL-YYYY-WS PIC 9(4).
       01 FACULTY-MAX-BORROWS-WS PIC 9(3) VALUE 15.
       01 UNDERGRAD-DUE-WINDOW-WS PIC 9(3) VALUE 3.
       01 FACULTY-DUE-WINDOW-WS PIC 9(3) VALUE 21.
       01 WAITLIST-HIT-WS PIC X VALUE "N".
       01 WAITLIST-STUDENT-ID-WS PIC 9(10) VALUE 0.
       01 FINE-BOOK-ID-WS PIC 9(10).
       01 FINE-FOUND-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 UNPAID-COUNT-WS PIC 9(3) VALUE 0.
       01 BOOK-ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 SCAN-REJECTED-WS PIC X VALUE "N".
       01 HOLD-FULFILL-WS PIC X VALUE "N".
       01 HOLD-TRANSIT-WS PIC X VALUE "N".
       01 HOLD-PICKUP-DAYS-WS PIC 9(3) VALUE 7.
       01 UNPAID-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 FINE-BLOCK-THRESHOLD-WS PIC 9(5)V99 VALUE 10.00.
       01 FINE-REMAINING-WS PIC 9(5)V99 VALUE 0.
       01 TENDER-SCAN-WS PIC X(10) VALUE SPACES.
       01 TENDER-AMOUNT-WS PIC 9(5)V99 VALUE 0.
       01 OVERPAY-AMOUNT-WS PIC 9(5)V99 VALUE 0.
       01 RESERVE-FILE-STATUS-WS PIC X(2).
           88 RESERVE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RESERVE-DUE-WINDOW-WS PIC 9(3) VALUE 2.
       01 TODAY-KEYNUM-WS PIC 9(8).
       01 TERM-START-KEYNUM-WS PIC 9(8).
       01 TERM-END-KEYNUM-WS PIC 9(8).
       01 TERM-END-DAYNUM-WS PIC 9(7).
       01 TERM-DAYS-LEFT-WS PIC S9(7).
       01 PATRON-WINDOW-WS PIC 9(3).
       01 CART-TABLE-WS.
           05 CART-COUNT-WS PIC 9(2) VALUE 0.
               10 CART-DUE-DD-WS PIC 9(2).
               10 CART-DUE-YYYY-WS PIC 9(4).
               10 CART-DUE-TIME-WS PIC 9(4).
               10 CART-COPY-NUM-WS PIC 9(3).
       01 CART-IDX-WS PIC 9(2).
       01 CART-DONE-WS PIC X VALUE "N".
       01 CART-DUP-WS PIC X VALUE "N".
       01 TXN-FAILED-WS PIC X VALUE "N".
       01 WAIT-IDX-WS PIC 9(7) VALUE 0.
       01 LOAN-WAS-DELETED-WS PIC X VALUE "N".
       01 ACCRUAL-FOUND-WS PIC X VALUE "N".
       01 ACCRUAL-CLOSED-WS PIC X VALUE "N".
       01 ACCRUAL-NEW-DUE-WS PIC 9(5)V99 VALUE 0.
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 RECEIPT-TEXT-WS PIC X(60).
       01 COPY-FILE-STATUS-WS PIC X(2).
       01 DAMAGE-REASON-WS PIC X(30).
       01 COPY-SCAN-DONE-WS PIC X VALUE "N".
       01 COPY-MARKED-WS PIC X VALUE "N".
       01 COPY-SCAN-WS PIC X(3) VALUE SPACES.
       01 LOAN-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 COPY-OK-WS PIC X VALUE "Y".
       01 COPY-ON-LOAN-WS PIC X VALUE "N".
       01 COPY-ROWS-FOUND-WS PIC X VALUE "N".
       01 COPY-FREE-FOUND-WS PIC X VALUE "N".
       01 LOAN-SCAN-DONE-WS PIC X VALUE "N".
       01 SLOT-IDX-WS PIC 9(2).
       01 RETURN-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 RETURN-SLOT-WS PIC 9(2) VALUE 1.
       01 SAVED-COPY-LIST-WS PIC X(30).
       01 CLOSING-TIME-WS PIC 9(4) VALUE 1700.
       01 CLOSE-SCAN-WS PIC X(4) VALUE SPACES.
       01 NOW-TIME-WS.
       01 MEM-FILE-STATUS-WS PIC X(2).
           88 MEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 MEMBER-LAPSED-WS PIC X VALUE "N".
       01 TYPE-IDX-WS PIC 9(1).
       01 MEM-KEYNUM-WS PIC 9(8).
       01 TODAY-KEYNUM2-WS PIC 9(8).

       PROCEDURE DIVISION USING STUDENT-ID-LS OPERATOR-NAME-LS.
       StartPara.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           PERFORM LoadCirculationPolicy
           PERFORM ResolveClosingTime
           PERFORM CheckJournalRecovery
           MOVE STUDENT-ID-LS TO PFL-STUDENT-ID
           CALL "PatronFlags" USING PFL-REQUEST
           PERFORM UNTIL 1 < 0
               ACCEPT BORROW-RETURN-MENU-SCREEN
               EVALUATE Choice
                   WHEN 4 PERFORM PayFine
                   WHEN 5 CALL "LostBook" USING BY CONTENT
                       STUDENT-ID-LS OPERATOR-NAME-LS
                   WHEN 6 CALL "ClaimsReturned" USING BY CONTENT
                       STUDENT-ID-LS OPERATOR-NAME-LS
                   WHEN 7 CALL "TextbookDesk" USING BY CONTENT
                       STUDENT-ID-LS OPERATOR-NAME-LS
                   WHEN 0 EXIT PROGRAM
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

      *    A blocking flag on the account (shown when the account
      *    came up) stops new loans; returns, renewals and fine
      *    payments still go through.
       BorrowBooks.
           IF PFL-ACCOUNT-BLOCKED
               DISPLAY "CHECKOUT REFUSED - ACCOUNT BLOCKED: "
               DISPLAY "  " PFL-BLOCK-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOKRECORD
               IF NOT FILE-OP-OK-WS
                   ACCEPT LIBRARY-DOES-NOT-EXIST-SCREEN
               CALL "OfflineCapture" USING OPERATOR-NAME-LS
           END-IF.

      *    While a batch or repair run holds the system status flag
      *    the desk does not touch the files at all - read-only or
      *    closed, the loans, returns and payments go through
      *    offline capture and are posted by OfflineReplay once the
      *    run has reopened the system.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "DROP TO OFFLINE CAPTURE MODE (Y/N)? "
               WITH NO ADVANCING
           ACCEPT DUMMY-WS
           IF DUMMY-WS = "Y" OR DUMMY-WS = "y"
               CALL "OfflineCapture" USING OPERATOR-NAME-LS
           END-IF.

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".

       OpenWaitlistFile.
           OPEN EXTEND WAITLISTRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY CLEAR-SCREEN
               PERFORM NormalizeScannedBookId
               IF BOOK-ID-WS = 0
                   IF SCAN-REJECTED-WS = "N"
                       MOVE "Y" TO CART-DONE-WS
                   END-IF
               ELSE
                   PERFORM ValidateCartEntry
               END-IF
               END-IF
           END-PERFORM.

      *    A student turned away because every copy is out leaves a
      *    NOCOPY event, so demand the shelf could not meet shows up
      *    in the usage reports and not just the loans it could.
      *    The hold check runs whether or not the counter shows
      *    stock: a student collecting their held copy of a title
      *    that still has other copies on the shelf must consume
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HOLD-FULFILL-WS
           MOVE "N" TO HOLD-TRANSIT-WS
           PERFORM CheckHoldForStudent
           IF HOLD-TRANSIT-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckClassSetDemand
           IF (QUANTITY-WS = 0 OR SHELF-FREE-WS <= 0)
                   AND HOLD-FULFILL-WS = "N"
                   DISPLAY "THE REMAINING COPIES ARE HELD FOR A "
                       "BOOKED CLASS SET."
               END-IF
               MOVE "NOCOPY" TO CIRC-EVENT-TYPE-WS
               MOVE BOOK-ID-WS TO CIRC-BOOK-ID-WS
               MOVE 0 TO CIRC-AMOUNT-WS
               PERFORM LogOneCircEvent
               PERFORM OfferReservation
           ELSE
               PERFORM ChooseLoanCopy
               IF COPY-OK-WS = "Y"
                   PERFORM CountKitPartsOut
               END-IF
               IF COPY-OK-WS = "Y"
                   PERFORM CheckLoanLicense
               END-IF
               IF COPY-OK-WS = "Y"
                   PERFORM AddToCart
               END-IF
           END-IF.

      *    The copy in hand is recorded on the loan, so a copy that
      *    comes back damaged or never comes back can be traced to
      *    the student who had it. The spine label carries the copy
      *    number; Enter alone takes the lowest copy that is in
      *    circulation and not already out on another ticket. A
      *    title with no copy.bin rows at all predates copy records
      *    and lends as copy 000, exactly as before.
       ChooseLoanCopy.
           MOVE "Y" TO COPY-OK-WS
           MOVE 0 TO LOAN-COPY-NUM-WS
           DISPLAY "COPY NUMBER FROM THE SPINE LABEL (ENTER FOR "
               "ANY): " WITH NO ADVANCING
           MOVE SPACES TO COPY-SCAN-WS
           ACCEPT COPY-SCAN-WS
           OPEN INPUT COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           IF COPY-SCAN-WS = SPACES
               PERFORM FindFreeCopy
           ELSE
               MOVE FUNCTION NUMVAL(COPY-SCAN-WS) TO LOAN-COPY-NUM-WS
               PERFORM CheckScannedCopy
           END-IF
           CLOSE COPYRECORD.

       FindFreeCopy.
           MOVE "N" TO COPY-ROWS-FOUND-WS
           MOVE "N" TO COPY-FREE-FOUND-WS
           MOVE BOOK-ID-WS TO CBOOK-ID
           MOVE 0 TO CCOPY-NUM
           START COPYRECORD KEY IS >= COPY-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO COPY-SCAN-DONE-WS
           PERFORM UNTIL COPY-SCAN-DONE-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO COPY-SCAN-DONE-WS
                   NOT AT END
                       IF CBOOK-ID-WS NOT = BOOK-ID-WS
                           MOVE "Y" TO COPY-SCAN-DONE-WS
                       ELSE
                           MOVE "Y" TO COPY-ROWS-FOUND-WS
                           IF CCOPY-IS-AVAILABLE-WS
                               MOVE CCOPY-NUM-WS TO LOAN-COPY-NUM-WS
                               PERFORM CheckCopyOnLoan
                               IF COPY-ON-LOAN-WS = "N"
                                   MOVE "Y" TO COPY-FREE-FOUND-WS
                                   MOVE "Y" TO COPY-SCAN-DONE-WS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF COPY-FREE-FOUND-WS = "N"
               MOVE 0 TO LOAN-COPY-NUM-WS
               IF COPY-ROWS-FOUND-WS = "Y"
                   DISPLAY "NO FREE COPY ROW FOR THIS TITLE - LOAN "
                       "KEPT WITHOUT A COPY NUMBER. CHECK copy.bin."
               END-IF
           END-IF.

       CheckScannedCopy.
           MOVE BOOK-ID-WS TO CBOOK-ID
           MOVE LOAN-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY
                   DISPLAY "THERE IS NO COPY " LOAN-COPY-NUM-WS
                       " OF THIS TITLE - CHECK THE SPINE LABEL."
                   MOVE "N" TO COPY-OK-WS
                   EXIT PARAGRAPH
           END-READ
           IF NOT CCOPY-IS-AVAILABLE-WS
               DISPLAY "COPY " LOAN-COPY-NUM-WS " IS NOT IN "
                   "CIRCULATION (CONDITION " CCONDITION-WS
                   ") - SEE A SUPERVISOR."
               MOVE "N" TO COPY-OK-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckCopyOnLoan
           IF COPY-ON-LOAN-WS = "Y"
               DISPLAY "COPY " LOAN-COPY-NUM-WS " IS STILL OUT ON "
                   "ANOTHER LOAN - CHECK IT IN FIRST."
               MOVE "N" TO COPY-OK-WS
           END-IF.

      *    A multi-part title goes out only whole: every part on
      *    its component list is counted across the desk, and a kit
      *    short of a part stays behind for the bindery queue rather
      *    than going out for the next borrower to be charged for.
       CountKitPartsOut.
           MOVE BOOK-ID-WS TO KIT-BOOK-ID
           MOVE "O" TO KIT-MODE
           CALL "KitCheck" USING KIT-REQUEST
           IF KIT-MISSING-COUNT > 0
               DISPLAY "KIT INCOMPLETE - NOT LENT. SEND THE COPY TO "
                   "THE BINDERY QUEUE."
               MOVE "N" TO COPY-OK-WS
           END-IF.

      *    Leased stock: a copy whose license is used up or past its
      *    end date stays on the shelf, and one near its limit goes
      *    out with the desk told, so the title can be put to
      *    acquisitions before it runs out.
       CheckLoanLicense.
           MOVE "C" TO LCK-FUNC
           MOVE BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LOAN-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE 0 TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST
           EVALUATE TRUE
               WHEN LCK-USED-UP
                   DISPLAY "LICENSE USED UP OR ENDED - NOT LENT. REFER "
                       "THE TITLE TO ACQUISITIONS."
                   MOVE "N" TO COPY-OK-WS
               WHEN LCK-NEAR-LIMIT
                   PERFORM ShowLicenseWarning
           END-EVALUATE.

       ShowLicenseWarning.
           IF LCK-LOANS-LIMITED = "Y"
               DISPLAY "LICENSED TITLE - " LCK-LOANS-LEFT
                   " LOAN(S) LEFT ON ITS LICENSE."
           END-IF
           IF LCK-END-DATE > 0
               DISPLAY "LICENSED TITLE - LICENSE ENDS " LCK-END-DATE
                   "."
           END-IF.

      *    The loan is written, so it is counted against the
      *    license; the count that uses it up ends it for the next
      *    borrower.
       CountLoanLicense.
           MOVE "U" TO LCK-FUNC
           MOVE BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LOAN-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE 0 TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST.

      *    Walks every open ticket for the title off the BBOOK-ID
      *    key, reading into the file area only, so nothing the
      *    cart is holding in BBOOK-WS is disturbed.
       CheckCopyOnLoan.
           MOVE "N" TO COPY-ON-LOAN-WS
           MOVE BOOK-ID-WS TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO LOAN-SCAN-DONE-WS
           PERFORM UNTIL LOAN-SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT
                   AT END MOVE "Y" TO LOAN-SCAN-DONE-WS
                   NOT AT END
                       IF BBOOK-ID NOT = BOOK-ID-WS
                           MOVE "Y" TO LOAN-SCAN-DONE-WS
                       ELSE
                           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                                   UNTIL SLOT-IDX-WS > 10
                                   OR SLOT-IDX-WS > BQUANTITY
                               IF BCOPY-NUM(SLOT-IDX-WS) =
                                       LOAN-COPY-NUM-WS
                                   MOVE "Y" TO COPY-ON-LOAN-WS
                                   MOVE "Y" TO LOAN-SCAN-DONE-WS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *    Community borrowers carry a membership year now: a
      *    lapsed (or never-enrolled) community member is refused
      *    at checkout with the renewal prompt instead of borrowing
           MOVE OPERATOR-NAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

           MOVE BOOKNAME-WS TO CART-TITLE-WS(CART-COUNT-WS)
           MOVE HOLD-FULFILL-WS TO CART-HOLD-WS(CART-COUNT-WS)
           MOVE "N" TO CART-FAILED-WS(CART-COUNT-WS)
           MOVE LOAN-COPY-NUM-WS TO CART-COPY-NUM-WS(CART-COUNT-WS)
           MOVE BOOK-ID-WS TO RESERVE-CHECK-ID-WS
           PERFORM CheckActiveReserve
           IF BOOK-ON-RESERVE-WS = "Y"
                   EQUIP-DUE-TIME-WS
           END-IF
           DISPLAY "IN CART: " BOOKNAME-WS
           IF LOAN-COPY-NUM-WS > 0
               DISPLAY "  COPY: " LOAN-COPY-NUM-WS
           END-IF
           DISPLAY "  SHELVED AT: " CALL-NUMBER-WS.

      *    A cart line that cannot commit (lock retries exhausted,
               MOVE CART-HOLD-WS(CART-IDX-WS) TO HOLD-FULFILL-WS
               MOVE CART-WINDOW-WS(CART-IDX-WS) TO DUE-WINDOW-WS
               MOVE CART-DUE-TIME-WS(CART-IDX-WS) TO DUE-TIME-WS
               MOVE CART-COPY-NUM-WS(CART-IDX-WS) TO LOAN-COPY-NUM-WS
               PERFORM CommitOneCartEntry
               IF TXN-FAILED-WS = "Y"
                   MOVE "Y" TO CART-FAILED-WS(CART-IDX-WS)
                   MOVE BOOK-ID-WS TO CIRC-BOOK-ID-WS
                   MOVE 0 TO CIRC-AMOUNT-WS
                   PERFORM LogOneCircEvent
                   PERFORM CountLoanLicense
               END-IF
           END-PERFORM.

      *    QUANTITY when it was returned, so a student collecting
      *    their held title borrows it even though the counter shows
      *    zero - and the counter must not be decremented again.
      *    A held copy still on its way to the student's pickup
      *    branch cannot be handed over yet, and another copy must
      *    not go out in its place while the transfer is moving.
       CheckHoldForStudent.
           MOVE STUDENT-ID-LS TO HOLD-STUDENT-ID
           MOVE BOOK-ID-WS TO HOLD-BOOK-ID
           READ HOLDRECORD INTO HOLD-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOLD-IN-TRANSIT-WS
                       MOVE "Y" TO HOLD-TRANSIT-WS
                       DISPLAY " "
                       DISPLAY "THIS STUDENT'S HELD COPY IS ON ITS WAY "
                           "TO BRANCH " HOLD-PICKUP-BRANCH-WS
                           " - IT CAN BE COLLECTED THERE ONCE IT "
                           "ARRIVES."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO HOLD-FULFILL-WS
                   DISPLAY " "
                   DISPLAY "HELD COPY ON THE HOLD SHELF FOR THIS "
           END-READ
           DELETE HOLDRECORD RECORD
               INVALID KEY PERFORM ShowFileStatusError
               NOT INVALID KEY
                   MOVE "H" TO PSM-FUNC
                   MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
                   MOVE -1 TO PSM-DELTA
                   PERFORM PostPatronSummary
           END-DELETE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS

      *    The only leverage the desk has to collect: once a student's
      *    unpaid fines pass the threshold, no new checkouts until the
      *    balance comes down. The balance is the running one kept in
      *    the patron's account summary, disputed fines left out.
      *    Fines taken on by a payment plan are left out as well for
      *    as long as the plan is kept up; a missed installment puts
      *    them back.
       TotalUnpaidFines.
           MOVE "R" TO PSM-FUNC
           MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE 0 TO UNPAID-TOTAL-WS
           IF PSM-BALANCE > 0
               MOVE PSM-BALANCE TO UNPAID-TOTAL-WS
           END-IF
           MOVE "Q" TO PPQ-FUNC
           MOVE STUDENT-ID-LS TO PPQ-STUDENT-ID
           MOVE 0 TO PPQ-RUN-DATE
           CALL "PayPlanCheck" USING PPQ-REQUEST
           IF PPQ-PLAN-CURRENT
               IF PPQ-COVERED-OWED < UNPAID-TOTAL-WS
                   SUBTRACT PPQ-COVERED-OWED FROM UNPAID-TOTAL-WS
               ELSE
                   MOVE 0 TO UNPAID-TOTAL-WS
               END-IF
           END-IF.

      *    The limits and windows come from the policy row loaded at
      *    startup, one pair per patron class; an unrecognized class
      *    byte gets the undergraduate terms. Faculty borrow for the
      *    semester: while a term on the term master is in progress
      *    their loans fall due on its last day, and only between
      *    terms does the policy window apply.
       DetermineLoanTerms.
           MOVE STUDENT-ID-LS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               WHEN PATRON-IS-FACULTY-WS OF STUDENT-WS
                   MOVE POL-MAX-FACULTY-WS TO MAX-BORROWS-WS
                   MOVE POL-DUE-FACULTY-WS TO DUE-WINDOW-WS
                   PERFORM ApplyFacultyTermEnd
               WHEN PATRON-IS-GRADUATE-WS OF STUDENT-WS
                   MOVE POL-MAX-GRADUATE-WS TO MAX-BORROWS-WS
                   MOVE POL-DUE-GRADUATE-WS TO DUE-WINDOW-WS
                   MOVE POL-DUE-UNDERGRAD-WS TO DUE-WINDOW-WS
           END-EVALUATE.

       ApplyFacultyTermEnd.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE "D" TO TRQ-FUNC
           MOVE TODAY-DATE-WS TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           CALL "DayNum" USING TRQ-END TERM-END-DAYNUM-WS
           COMPUTE TERM-DAYS-LEFT-WS =
               TERM-END-DAYNUM-WS - TODAY-DAYNUM-WS
           IF TERM-DAYS-LEFT-WS > 0 AND TERM-DAYS-LEFT-WS < 1000
               MOVE TERM-DAYS-LEFT-WS TO DUE-WINDOW-WS
           END-IF.

      *    A title on an active course-reserve list circulates on
      *    the short reserve window no matter who borrows it, and is
      *    excluded from renewals so the next student in the course
           MOVE POL-RESTRICT-TYPES-WS TO RESTRICT-TYPES-WS.

       CountStudentBorrows.
           MOVE "R" TO PSM-FUNC
           MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE PSM-OPEN-LOANS TO BORROW-COUNT-WS.

       OfferReservation.
           ACCEPT RESERVE-BOOK-SCREEN
           DISPLAY CLEAR-SCREEN
               END-READ
           END-IF.

      *    The student (or the desk on their behalf) names the
      *    branch they will collect from; when the copy that comes
      *    free for them is elsewhere, HoldTransfer pages it there.
       AddWaitlistEntry.
           MOVE SPACES TO WPICKUP-BRANCH-WS
           CALL "PickBranch" USING WPICKUP-BRANCH-WS
           MOVE STUDENT-ID-LS TO WSTUDENT-ID
           MOVE BOOK-ID-WS TO WBOOK-ID
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-MM-WS TO WMM
           MOVE TODAY-DD-WS TO WDD
           MOVE TODAY-YYYY-WS TO WYYYY
           MOVE WPICKUP-BRANCH-WS TO WPICKUP-BRANCH
           MOVE "N" TO WBUMPED
           MOVE SPACES TO WBUMP-REASON
           MOVE SPACES TO WBUMP-BY
           MOVE 0 TO WBUMP-DATE
           WRITE WAITLIST-RECORD
               INVALID KEY PERFORM ShowFileStatusError
               NOT INVALID KEY
                   MOVE "H" TO PSM-FUNC
                   MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
                   MOVE 1 TO PSM-DELTA
                   PERFORM PostPatronSummary
           END-WRITE
           ACCEPT RESERVE-SUCCESS-SCREEN
           DISPLAY CLEAR-SCREEN.
           MOVE DUE-DD-WS TO BDUE-DD.
           MOVE DUE-YYYY-WS TO BDUE-YYYY.
           MOVE DUE-TIME-WS TO BDUE-TIME.
           MOVE ZEROS TO BCOPY-LIST.
           MOVE LOAN-COPY-NUM-WS TO BCOPY-NUM(1).
           MOVE BORROWDATE-WS TO ISSUE-DATE-WS OF BOOK-WS.
           MOVE "REWRITE " TO JOURNAL-OPERATION
           MOVE "LIBRARY   " TO JOURNAL-TARGET-FILE
                   PERFORM UndoBookUpdate
               ELSE
                   PERFORM LogJournalCommit
                   MOVE "L" TO PSM-FUNC
                   MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
                   MOVE 1 TO PSM-DELTA
                   PERFORM PostPatronSummary
               END-IF
           END-IF.

      *    A loan ticket has room for ten copy numbers; an eleventh
      *    copy of the same title is refused rather than going out
      *    with no record of which copy it was.
       UpdateExistingBorrow.
           IF BQUANTITY-WS >= 10
               DISPLAY "TEN COPIES OF " BOOKNAME-WS(1:30)
                   " ARE ALREADY OUT ON THIS LOAN - NO MORE CAN BE "
                   "ADDED TO IT."
               MOVE "Y" TO TXN-FAILED-WS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BQUANTITY-WS.
           MOVE LOAN-COPY-NUM-WS TO BCOPY-NUM-WS(BQUANTITY-WS).
           IF HOLD-FULFILL-WS = "N"
               SUBTRACT 1 FROM QUANTITY-WS
           END-IF.
           DISPLAY "TRANSACTION ABANDONED AND ROLLED BACK. "
               "TRY AGAIN.".

      *    The patron's account summary moves inside the same
      *    journal as the loan, hold or fine that moved it; a
      *    summary that could not be written is left rolled back in
      *    the journal for the reconciliation check to find.
       PostPatronSummary.
           MOVE "UPDATE  " TO JOURNAL-OPERATION
           MOVE "PATRONSUM " TO JOURNAL-TARGET-FILE
           MOVE PSM-STUDENT-ID TO JOURNAL-KEY-VALUE
           PERFORM LogJournalPending
           CALL "PatronSummary" USING PSM-REQUEST
           IF PSM-OK = "N"
               PERFORM LogJournalRollback
               DISPLAY "ACCOUNT SUMMARY NOT UPDATED - RUN THE "
                   "RECONCILIATION REPORT."
           ELSE
               PERFORM LogJournalCommit
           END-IF.

       LogJournalRollback.
           MOVE SAVED-JOURNAL-REF-ID-WS TO JOURNAL-REF-ID
           READ JOURNALRECORD INTO JOURNAL-WS
               ACCEPT RETURN-SCREEN
               DISPLAY CLEAR-SCREEN
               PERFORM NormalizeScannedBookId
               IF SCAN-REJECTED-WS = "N"
                   MOVE STUDENT-ID-LS TO BORROWER-ID
                   MOVE BOOK-ID-WS TO BBOOK-ID

                   READ BORROWRECORD INTO BBOOK-WS
                       INVALID KEY PERFORM StudentBorrowRecordNil
                       NOT INVALID KEY PERFORM ProceedReturn
                   END-READ
               END-IF
           CLOSE STUDENTRECORD.
           CLOSE BORROWRECORD.
           CLOSE BOOKRECORD.
       ReturnSuccess.
           MOVE BBOOK-ID-WS TO BOOK-ID.
           READ BOOKRECORD INTO BOOK-WS.
           PERFORM IdentifyReturnedCopy.
           PERFORM ComputeOverdueFine.
           PERFORM AskReturnCondition.
           PERFORM CountKitPartsBack.
           MOVE "N" TO WAITLIST-HIT-WS.
           IF RETURN-DAMAGED-WS = "N"
               PERFORM ProbeWaitlist
               INTO JOURNAL-KEY-VALUE
           IF BQUANTITY-WS > 1
               SUBTRACT 1 FROM BQUANTITY-WS
               MOVE BCOPY-LIST-WS TO SAVED-COPY-LIST-WS
               PERFORM DropCopyFromTicket
               MOVE "N" TO LOAN-WAS-DELETED-WS
               MOVE "REWRITE " TO JOURNAL-OPERATION
               PERFORM LogJournalPending
                   PERFORM UndoLoanSettle
               ELSE
                   PERFORM LogJournalCommit
                   PERFORM SettleAccruedFine
                   IF DAYS-OVERDUE-WS > 0 AND ACCRUAL-CLOSED-WS = "N"
                       PERFORM WriteFineRecord
                   END-IF
                   IF KIT-MISSING-VALUE > 0
                       PERFORM WritePartsFine
                   END-IF
                   MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
                   IF LOAN-WAS-DELETED-WS = "Y"
                       MOVE "L" TO PSM-FUNC
                       MOVE -1 TO PSM-DELTA
                       PERFORM PostPatronSummary
                   END-IF
                   MOVE "F" TO PSM-FUNC
                   PERFORM PostPatronSummary
                   PERFORM WriteHistoryRecord
                   IF WAITLIST-HIT-WS = "Y"
                       PERFORM ConsumeWaitlistEntry
                   END-IF
                   CALL "ClearNoticeHistory" USING BY CONTENT
                       STUDENT-ID-LS BBOOK-ID-WS
                   IF RETURN-COPY-NUM-WS > 0
                       DISPLAY "COPY CHECKED IN: " RETURN-COPY-NUM-WS
                   END-IF
                   DISPLAY "RESHELVE AT: " CALL-NUMBER-WS
                   MOVE "RETURN" TO CIRC-EVENT-TYPE-WS
                   MOVE BBOOK-ID-WS TO CIRC-BOOK-ID-WS
               END-IF
           END-IF.

      *    Which copy came back: a single-copy ticket answers for
      *    itself; a ticket holding several copies of the title
      *    asks for the spine label, Enter taking the first copy
      *    listed. A number that is not on the ticket takes over an
      *    unrecorded slot if there is one, otherwise the first.
       IdentifyReturnedCopy.
           MOVE 1 TO RETURN-SLOT-WS
           IF BQUANTITY-WS > 1
               DISPLAY "COPIES OUT ON THIS TICKET:" WITH NO ADVANCING
               PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                       UNTIL SLOT-IDX-WS > 10
                       OR SLOT-IDX-WS > BQUANTITY-WS
                   DISPLAY " " BCOPY-NUM-WS(SLOT-IDX-WS)
                       WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
               DISPLAY "COPY NUMBER BEING RETURNED ["
                   BCOPY-NUM-WS(1) "]: " WITH NO ADVANCING
               MOVE SPACES TO COPY-SCAN-WS
               ACCEPT COPY-SCAN-WS
               IF COPY-SCAN-WS NOT = SPACES
                   MOVE FUNCTION NUMVAL(COPY-SCAN-WS)
                       TO RETURN-COPY-NUM-WS
                   PERFORM FindReturnSlot
               END-IF
           END-IF
           MOVE BCOPY-NUM-WS(RETURN-SLOT-WS) TO RETURN-COPY-NUM-WS.

       FindReturnSlot.
           MOVE 0 TO RETURN-SLOT-WS
           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > 10
                   OR SLOT-IDX-WS > BQUANTITY-WS
                   OR RETURN-SLOT-WS > 0
               IF BCOPY-NUM-WS(SLOT-IDX-WS) = RETURN-COPY-NUM-WS
                   MOVE SLOT-IDX-WS TO RETURN-SLOT-WS
               END-IF
           END-PERFORM
           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > 10
                   OR SLOT-IDX-WS > BQUANTITY-WS
                   OR RETURN-SLOT-WS > 0
               IF BCOPY-NUM-WS(SLOT-IDX-WS) = 0
                   MOVE SLOT-IDX-WS TO RETURN-SLOT-WS
                   MOVE RETURN-COPY-NUM-WS
                       TO BCOPY-NUM-WS(SLOT-IDX-WS)
               END-IF
           END-PERFORM
           IF RETURN-SLOT-WS = 0
               DISPLAY "COPY " RETURN-COPY-NUM-WS " IS NOT ON THIS "
                   "TICKET - CHECKING IN COPY " BCOPY-NUM-WS(1) "."
               MOVE 1 TO RETURN-SLOT-WS
           END-IF.

      *    Closes the gap the returned copy leaves so slots 1 thru
      *    BQUANTITY stay the copies still out.
       DropCopyFromTicket.
           PERFORM VARYING SLOT-IDX-WS FROM RETURN-SLOT-WS BY 1
                   UNTIL SLOT-IDX-WS >= 10
               MOVE BCOPY-NUM-WS(SLOT-IDX-WS + 1)
                   TO BCOPY-NUM-WS(SLOT-IDX-WS)
           END-PERFORM
           MOVE 0 TO BCOPY-NUM-WS(10).

       PrintReturnReceipt.
           OPEN EXTEND RECEIPTFILE
           MOVE "------------------------------------------"
           WRITE RECEIPT-LINE
           MOVE BOOKNAME-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF RETURN-COPY-NUM-WS > 0
               MOVE SPACES TO RECEIPT-TEXT-WS
               STRING "COPY " RETURN-COPY-NUM-WS
                   DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
               END-STRING
               MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           IF FINE-DUE-WS > 0
               MOVE SPACES TO RECEIPT-TEXT-WS
               STRING "FINE ASSESSED: $" FINE-DUE-WS
               MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           IF KIT-MISSING-VALUE > 0
               MOVE KIT-MISSING-TEXT TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE SPACES TO RECEIPT-TEXT-WS
               STRING "PARTS CHARGED: $" KIT-MISSING-VALUE
                   DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
               END-STRING
               MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           PERFORM TotalUnpaidFines
           IF UNPAID-TOTAL-WS > 0
               MOVE SPACES TO RECEIPT-TEXT-WS
               ACCEPT DAMAGE-REASON-WS
           END-IF.

      *    The parts of a multi-part title are counted back in
      *    with the borrower at the desk. Anything short sends the
      *    copy to the bindery queue as a damaged return would
      *    (named in the repair reason unless the grade already gave
      *    one), and the missing parts' replacement value is fined
      *    once the return has settled.
       CountKitPartsBack.
           MOVE BBOOK-ID-WS TO KIT-BOOK-ID
           MOVE "R" TO KIT-MODE
           CALL "KitCheck" USING KIT-REQUEST
           IF KIT-MISSING-COUNT > 0
               IF RETURN-DAMAGED-WS = "N"
                   MOVE KIT-MISSING-TEXT TO DAMAGE-REASON-WS
               END-IF
               MOVE "Y" TO RETURN-DAMAGED-WS
           END-IF.

      *    A partial-replacement charge, one replacement-type row
      *    for the missing parts of this return. A second row in
      *    the same hundredth of a second as the overdue fine just
      *    written moves along one tick rather than being lost.
       WritePartsFine.
           MOVE STUDENT-ID-LS TO FSTUDENT-ID
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
                       INVALID KEY PERFORM ShowFileStatusError
                   END-WRITE
           END-WRITE
           DISPLAY "MISSING PARTS CHARGED: $" KIT-MISSING-VALUE
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE BBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE KIT-MISSING-VALUE TO CIRC-AMOUNT-WS
           PERFORM LogOneCircEvent.

      *    The copy recorded on the loan is the one sent to the
      *    bindery; only a loan keyed without a copy number falls
      *    back to the first available copy row of the title.
       RouteCopyToRepair.
           MOVE "N" TO COPY-MARKED-WS
           OPEN I-O COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               IF RETURN-COPY-NUM-WS > 0
                   PERFORM MarkReturnedCopyInRepair
               ELSE
                   MOVE BBOOK-ID-WS TO CBOOK-ID
                   MOVE 0 TO CCOPY-NUM
                   START COPYRECORD KEY IS >= COPY-REF-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM MarkFirstCopyInRepair
                   END-START
               END-IF
               CLOSE COPYRECORD
           END-IF
           IF COPY-MARKED-WS = "Y"
               END-READ
           END-PERFORM.

       MarkReturnedCopyInRepair.
           MOVE BBOOK-ID-WS TO CBOOK-ID
           MOVE RETURN-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "M" TO CCONDITION-WS
                   REWRITE COPY-RECORD FROM COPY-WS
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "Y" TO COPY-MARKED-WS
           END-READ.

       WriteRepairRecord.
           OPEN EXTEND REPAIRRECORD
           IF REPAIR-FILE-DOES-NOT-EXIST-WS
           MOVE CBOOK-ID-WS TO REP-BOOK-ID
           MOVE CCOPY-NUM-WS TO REP-COPY-NUM
           MOVE DAMAGE-REASON-WS TO REP-REASON
           MOVE STUDENT-ID-LS TO REP-RETURNED-BY
           MOVE TODAY-YYYY-WS TO REP-YYYY
           MOVE TODAY-MM-WS TO REP-MM
           MOVE TODAY-DD-WS TO REP-DD
               END-WRITE
           ELSE
               ADD 1 TO BQUANTITY-WS
               MOVE SAVED-COPY-LIST-WS TO BCOPY-LIST-WS
               REWRITE BBOOK FROM BBOOK-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO RESTORE THE LOAN TICKET - "
           DISPLAY "RETURN ABANDONED AND ROLLED BACK. TRY AGAIN.".

      *    Read-only peek at the head of the title's reservation
      *    queue, in the order QueueOrder ranks it; the row itself
      *    is only consumed once the return has fully settled, so
      *    an abandoned settle never costs
      *    the waitlisted student their place.
       ProbeWaitlist.
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
           DISPLAY " "
      *    book sits behind the desk. The copy stays out of QUANTITY
      *    until the student collects it (CheckHoldForStudent) or the
      *    daily HoldShelfSweep expires the hold and passes the copy
      *    on or back to stock. A student collecting at another
      *    branch has the copy paged there (HoldTransfer) and the
      *    hold sits in transit, with no pickup-by date, until
      *    BranchTransfer scans it in.
       PlaceHoldForWaitlistedStudent.
           MOVE WAITLIST-STUDENT-ID-WS TO HOLD-STUDENT-ID
           MOVE BBOOK-ID-WS TO HOLD-BOOK-ID
           MOVE TODAY-MM-WS TO HOLD-P-MM
           MOVE TODAY-DD-WS TO HOLD-P-DD
           MOVE TODAY-YYYY-WS TO HOLD-P-YYYY
           MOVE WAITLIST-STUDENT-ID-WS TO HXF-STUDENT-ID
           MOVE BBOOK-ID-WS TO HXF-BOOK-ID
           MOVE RETURN-COPY-NUM-WS TO HXF-COPY-NUM
           MOVE WPICKUP-BRANCH-WS TO HXF-PICKUP-BRANCH
           CALL "HoldTransfer" USING HXF-REQUEST
           MOVE RETURN-COPY-NUM-WS TO HOLD-COPY-NUM
           IF HXF-IN-TRANSIT
               MOVE "T" TO HOLD-STATUS
               MOVE HXF-PICKUP-BRANCH TO HOLD-PICKUP-BRANCH
               MOVE ZEROS TO HOLD-PICKUP-BY
           ELSE
               MOVE "S" TO HOLD-STATUS
               MOVE HXF-COPY-BRANCH TO HOLD-PICKUP-BRANCH
               CALL "DateAdd" USING TODAY-DATE-WS HOLD-PICKUP-DAYS-WS
                   DUE-DATE-YMD-WS
               MOVE DUE-MM-WS TO HOLD-B-MM
               MOVE DUE-DD-WS TO HOLD-B-DD
               MOVE DUE-YYYY-WS TO HOLD-B-YYYY
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY PERFORM ShowFileStatusError
           END-WRITE
           COMPUTE CIRC-AMOUNT-WS =
               TODAY-DAYNUM-WS - BORROW-DAYNUM-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           IF HXF-IN-TRANSIT
               DISPLAY "COPY HELD FOR STUDENT " HOLD-STUDENT-ID
                   " - SEND IT TO BRANCH " HOLD-PICKUP-BRANCH "."
           ELSE
               DISPLAY "COPY PLACED ON THE HOLD SHELF FOR STUDENT "
                   HOLD-STUDENT-ID " UNTIL " HOLD-B-MM "/" HOLD-B-DD
                   "/" HOLD-B-YYYY "."
           END-IF.

       RenewBooks.
           OPEN I-O BORROWRECORD
           MOVE "N" TO CALDAYS-FUNC
           MOVE DUE-DATE-YMD-WS TO CALDAYS-DATE-1
           MOVE TODAY-DATE-WS TO CALDAYS-DATE-2
           PERFORM StopFineAtClaimDate
           CALL "CalendarDays" USING CALDAYS-REQUEST
           IF CALDAYS-COUNT > 0
               MOVE CALDAYS-COUNT TO DAYS-OVERDUE-WS
               COMPUTE FINE-DUE-WS = DAYS-OVERDUE-WS * FINE-RATE-WS
               IF POL-FINE-MAX-ITEM-WS > 0 AND
                       FINE-DUE-WS > POL-FINE-MAX-ITEM-WS
                   MOVE POL-FINE-MAX-ITEM-WS TO FINE-DUE-WS
               END-IF
               DISPLAY " "
               DISPLAY "BOOK IS " DAYS-OVERDUE-WS
                   " OPEN DAY(S) OVERDUE. FINE DUE: $" FINE-DUE-WS
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

       ComputeBorrowDaynum.
           MOVE BYYYY-WS TO WORK-YYYY-WS
           MOVE BMM-WS TO WORK-MM-WS
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "O" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY PERFORM ShowFileStatusError
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
                   INVALID KEY PERFORM ShowFileStatusError
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
                   INVALID KEY PERFORM ShowFileStatusError
               END-REWRITE
           ELSE
               PERFORM RestampAccruedFine
               MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
               MOVE BBOOK-ID-WS TO CIRC-BOOK-ID-WS
               MOVE FAMOUNT-DUE-WS TO CIRC-AMOUNT-WS
               PERFORM LogOneCircEvent
           END-IF.

      *    The finished fine is re-keyed to the moment it was
      *    settled, so it lands in that day's assessed fines like
      *    any other return fine rather than on the night the
      *    accrual began.
       RestampAccruedFine.
           DELETE FINERECORD RECORD
               INVALID KEY PERFORM ShowFileStatusError
           END-DELETE
           MOVE FINE-WS TO FINE-RECORD
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY PERFORM ShowFileStatusError
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
           MOVE OPERATOR-NAME-LS TO PCR-OPERATOR
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

       PayFine.
           PERFORM OpenFineFile
           PERFORM OpenPaymentFile
           PERFORM OpenJournalFile
               MOVE 0 TO UNPAID-COUNT-WS
               MOVE STUDENT-ID-LS TO FSTUDENT-ID
               DISPLAY " "
               END-IF
           CLOSE FINERECORD.
           CLOSE PAYMENTRECORD.
           CLOSE JOURNALRECORD.
           EXIT PROGRAM.

       ListUnpaidFines.
      *    amount is taken (half the amount is fine - the balance
      *    stays open), a PAYMENT-RECORD names when, who took it and
      *    how much, and the fine closes only when the running
      *    FAMOUNT-PAID reaches the assessment. Anything tendered
      *    beyond what is still due is kept as credit on the
      *    patron's account rather than handed back or lost.
       TakePaymentOnFine.
           COMPUTE FINE-REMAINING-WS =
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           IF TENDER-AMOUNT-WS = 0
               DISPLAY "NO PAYMENT TAKEN."
           ELSE
               MOVE 0 TO OVERPAY-AMOUNT-WS
               IF TENDER-AMOUNT-WS > FINE-REMAINING-WS
                   COMPUTE OVERPAY-AMOUNT-WS =
                       TENDER-AMOUNT-WS - FINE-REMAINING-WS
                   MOVE FINE-REMAINING-WS TO TENDER-AMOUNT-WS
               END-IF
               ADD TENDER-AMOUNT-WS TO FAMOUNT-PAID-WS
                   INVALID KEY PERFORM ShowFileStatusError
               END-REWRITE
               PERFORM WritePaymentRecord
               MOVE "F" TO PSM-FUNC
               MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
               PERFORM PostPatronSummary
               MOVE "FINEPAY" TO CIRC-EVENT-TYPE-WS
               MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
               MOVE TENDER-AMOUNT-WS TO CIRC-AMOUNT-WS
                   DISPLAY "PARTIAL PAYMENT TAKEN. STILL DUE: $"
                       FINE-REMAINING-WS
               END-IF
               IF OVERPAY-AMOUNT-WS > 0
                   PERFORM CreditOverpayment
               END-IF
           END-IF.

       CreditOverpayment.
           MOVE "A" TO PCR-FUNC
           MOVE STUDENT-ID-LS TO PCR-STUDENT-ID
           MOVE FBOOK-ID-WS TO PCR-BOOK-ID
           MOVE OVERPAY-AMOUNT-WS TO PCR-AMOUNT
           MOVE "OP" TO PCR-SOURCE
           MOVE OPERATOR-NAME-LS TO PCR-OPERATOR
           MOVE SPACES TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT > 0
               DISPLAY "OVERPAYMENT HELD AS CREDIT: $" PCR-DONE-AMOUNT
               DISPLAY "CREDIT ON ACCOUNT NOW: $" PCR-BALANCE
           ELSE
               DISPLAY "OVERPAYMENT NOT RECORDED - RETURN $"
                   OVERPAY-AMOUNT-WS " TO THE PATRON."
           END-IF.

       WritePaymentRecord.
      *    10-digit zero-padded BOOK-ID stored on file. Taking the
      *    scan into a plain alphanumeric field and right-justifying
      *    it here lets a short scan (or a fully-typed 10 digits)
      *    resolve to the same BOOK-ID either way. A new label
      *    carries the id's check digit after it; CheckDigit strips
      *    and proves it, and a scan or keying that fails the check
      *    is refused here, before any file is read.
       NormalizeScannedBookId.
           MOVE "N" TO SCAN-REJECTED-WS
           MOVE "S" TO CKD-FUNC
           MOVE BOOK-ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-ID TO BOOK-ID-WS
           IF CKD-REJECTED
               MOVE "Y" TO SCAN-REJECTED-WS
               DISPLAY "BOOK ID REFUSED: " CKD-REASON
               DISPLAY "PRESS ENTER TO CONTINUE..."
               ACCEPT DUMMY-WS
           END-IF.
