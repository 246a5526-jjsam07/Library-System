           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD
           WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           ALTERNATE RECORD KEY IS HOLD-BOOK-ID WITH DUPLICATES
           FILE STATUS IS HOLD-FILE-STATUS-WS.

           SELECT OPTIONAL MEMBERSHIPFILE ASSIGN TO "membership.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MEM-STUDENT-ID
           FILE STATUS IS MEM-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL RECEIPTFILE ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS-WS.
       COPY waitlistrecord-fs.
       FD HOLDRECORD.
       COPY holdrecord-fs.
       FD MEMBERSHIPFILE.
       COPY membershiprecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD RECEIPTFILE.
       01 RECEIPT-LINE PIC X(60).

       COPY studentrecord-ws.
       COPY waitlistrecord-ws.
       COPY holdrecord-ws.
       COPY patronsum-request.
       COPY payplan-request.
       COPY membershiprecord-ws.
       COPY copyrecord-ws.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY pflag-request.
       COPY kitcheck-request.
       COPY licensecheck-request.
       COPY classset-request.
       COPY circeventrecord-ws.
       COPY sysstatus-request.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-OP-OK-WS VALUE 00.
           88 WAIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HOLD-FILE-STATUS-WS PIC X(2).
           88 HOLD-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 MEM-FILE-STATUS-WS PIC X(2).
           88 MEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SELF-STUDENT-ID-WS PIC 9(10).
       01 ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 BOOK-ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 SCAN-REJECTED-WS PIC X VALUE "N".
       01 PIN-ENTRY-WS PIC 9(4).
       01 PIN-TRIES-WS PIC 9(1).
       COPY credhash-request.
       01 SESSION-OK-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 UNPAID-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 FINE-BLOCK-THRESHOLD-WS PIC 9(5)V99 VALUE 10.00.
       01 MAX-BORROWS-WS PIC 9(3) VALUE 5.
       01 MEMBER-LAPSED-WS PIC X VALUE "N".
       01 MEM-KEYNUM-WS PIC 9(8).
       01 TODAY-KEYNUM-WS PIC 9(8).
       01 COPY-SCAN-WS PIC X(3) VALUE SPACES.
       01 LOAN-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 COPY-ON-LOAN-WS PIC X VALUE "N".
       01 LOAN-SCAN-DONE-WS PIC X VALUE "N".
       01 SLOT-IDX-WS PIC 9(2).

      *    The self-checkout station: the morning-rush line without
      *    the assistant. Same credentials studentlogin checks, same

       SignStudentOn.
           MOVE "N" TO SESSION-OK-WS
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SCAN YOUR STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO CKD-FUNC
           MOVE ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           IF CKD-REJECTED
               DISPLAY "ID NOT RECOGNIZED - SEE THE DESK."
               EXIT PARAGRAPH
           END-IF
           MOVE CKD-ID TO SELF-STUDENT-ID-WS
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "THE STATION IS NOT AVAILABLE - SEE THE "
               DISPLAY "PIN DID NOT MATCH - SEE THE DESK."
           END-IF.

      *    The station lends nothing while a batch or repair run
      *    holds the system status flag, read-only or closed; the
      *    screen says why and when, and waits for a keystroke so
      *    the loop does not race.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "THE STATION IS NOT AVAILABLE: " SST-REASON
           DISPLAY "EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " - SEE THE DESK."
           DISPLAY "PRESS ENTER TO CONTINUE." WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS.

      *    Same rule the staffed desk applies: a community borrower
      *    without a current membership year is a desk conversation,
      *    not a self-service transaction.
           ADD 1 TO PIN-TRIES-WS
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT PIN-ENTRY-WS
           MOVE SPACES TO CRED-SECRET
           MOVE PIN-ENTRY-WS TO CRED-SECRET(1:4)
           MOVE "V" TO CRED-FUNC
           MOVE "P" TO CRED-KIND
           MOVE STUDENT-PIN-SCHEME-WS TO CRED-SCHEME
           MOVE STUDENT-PIN-SALT-WS TO CRED-SALT
           MOVE STUDENT-PIN-DIGEST-WS TO CRED-DIGEST
           MOVE STUDENT-PIN-WS TO CRED-LEGACY
           CALL "CredentialHash" USING CRED-REQUEST
           IF CRED-MATCHED
               MOVE "Y" TO SESSION-OK-WS
           END-IF.

                   "PLEASE SEE THE DESK TO RENEW."
               EXIT PARAGRAPH
           END-IF
           MOVE SELF-STUDENT-ID-WS TO PFL-STUDENT-ID
           CALL "PatronFlags" USING PFL-REQUEST
           IF PFL-ACCOUNT-BLOCKED
               DISPLAY "YOUR ACCOUNT IS ON HOLD - PLEASE SEE THE "
                   "DESK."
               EXIT PARAGRAPH
           END-IF
           PERFORM TotalUnpaidFines
           IF UNPAID-TOTAL-WS > FINE-BLOCK-THRESHOLD-WS
               DISPLAY "YOUR ACCOUNT HAS FINES OF $"
           MOVE SPACES TO BOOK-ID-SCAN-WS
           ACCEPT BOOK-ID-SCAN-WS
           PERFORM NormalizeScannedBookId
           IF SCAN-REJECTED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF BOOK-ID-WS = 0
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           IF ITEM-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM JudgeScannedCopy
           IF ITEM-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckSelfLicense
           IF ITEM-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckTicketRoom
           IF ITEM-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CommitSelfLoan.

      *    A leased title whose license is used up or ended is a
      *    desk question; one near its limit still goes out here,
      *    the warning reaching staff through the exception queue
      *    when the loan is counted.
       CheckSelfLicense.
           MOVE "C" TO LCK-FUNC
           MOVE BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LOAN-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE 0 TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST
           IF LCK-USED-UP
               DISPLAY "THIS TITLE CANNOT BE LENT ON ITS LICENSE - "
                   "SEE THE DESK."
               MOVE "Y" TO ITEM-BLOCKED-WS
           END-IF.

      *    The loan records which copy went out, read off the spine
      *    label. A copy the station cannot vouch for (no such row,
      *    not in circulation, still on someone else's ticket) is
      *    a desk question. Titles with no copy rows at all lend as
      *    copy 000, as the desk does.
       JudgeScannedCopy.
           MOVE 0 TO LOAN-COPY-NUM-WS
           OPEN INPUT COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE BOOK-ID-WS TO CBOOK-ID
           START COPYRECORD KEY IS = CBOOK-ID
               INVALID KEY
                   CLOSE COPYRECORD
                   EXIT PARAGRAPH
           END-START
           DISPLAY "COPY NUMBER ON THE SPINE LABEL: "
               WITH NO ADVANCING
           MOVE SPACES TO COPY-SCAN-WS
           ACCEPT COPY-SCAN-WS
           IF COPY-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(COPY-SCAN-WS) TO LOAN-COPY-NUM-WS
           END-IF
           MOVE BOOK-ID-WS TO CBOOK-ID
           MOVE LOAN-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY
                   DISPLAY "COPY NOT RECOGNIZED - SEE THE DESK."
                   MOVE "Y" TO ITEM-BLOCKED-WS
           END-READ
           CLOSE COPYRECORD
           IF ITEM-BLOCKED-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF NOT CCOPY-IS-AVAILABLE-WS
               DISPLAY "THIS COPY IS NOT IN CIRCULATION - SEE THE "
                   "DESK."
               MOVE "Y" TO ITEM-BLOCKED-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckCopyOnLoan
           IF COPY-ON-LOAN-WS = "Y"
               DISPLAY "THIS COPY IS STILL ON ANOTHER LOAN - SEE "
                   "THE DESK."
               MOVE "Y" TO ITEM-BLOCKED-WS
           END-IF.

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

      *    No judgement calls at the station: equipment, multi-part
      *    kits, waitlisted titles, held copies and restricted stock
      *    all belong at the staffed desk where the full circulation
      *    rules run.
       JudgeItemForSelfService.
           MOVE "N" TO ITEM-BLOCKED-WS
           IF BOOK-IS-RESTRICTED-WS
               MOVE "Y" TO ITEM-BLOCKED-WS
               EXIT PARAGRAPH
           END-IF
           MOVE BOOK-ID-WS TO KIT-BOOK-ID
           MOVE "C" TO KIT-MODE
           CALL "KitCheck" USING KIT-REQUEST
           IF KIT-PART-COUNT > 0
               DISPLAY "THIS ITEM HAS PARTS THAT ARE COUNTED OUT AT "
                   "THE DESK."
               MOVE "Y" TO ITEM-BLOCKED-WS
               EXIT PARAGRAPH
           END-IF
           IF QUANTITY-WS = 0
               DISPLAY "NO COPIES ON THE SHELF COUNTER - SEE THE "
                   "DESK."
               MOVE "NOCOPY" TO CIRC-EVENT-TYPE-WS
               MOVE SELF-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
               MOVE BOOK-ID-WS TO CIRC-BOOK-ID-WS
               MOVE SELF-OPERATOR-WS TO CIRC-OPERATOR-WS
               MOVE 0 TO CIRC-AMOUNT-WS
               CALL "LogCircEvent" USING CIRC-EVENT-WS
               MOVE "Y" TO ITEM-BLOCKED-WS
               EXIT PARAGRAPH
           END-IF
           READ HOLDRECORD INTO HOLD-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOLD-IN-TRANSIT-WS
                       DISPLAY "YOUR HELD COPY OF THIS TITLE IS ON ITS "
                           "WAY TO BRANCH " HOLD-PICKUP-BRANCH-WS
                           " - WE WILL TELL YOU WHEN IT ARRIVES."
                   ELSE
                       DISPLAY "YOU HAVE A HELD COPY OF THIS TITLE - "
                           "COLLECT IT AT THE DESK."
                   END-IF
                   MOVE "Y" TO ITEM-BLOCKED-WS
           END-READ
           CLOSE HOLDRECORD.
           END-START
           CLOSE WAITLISTRECORD.

      *    A loan ticket has room for ten copy numbers; an eleventh
      *    copy of a title the student already has out goes through
      *    the desk.
       CheckTicketRoom.
           MOVE SELF-STUDENT-ID-WS TO BORROWER-ID
           MOVE BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF BQUANTITY-WS >= 10
               DISPLAY "YOU ALREADY HAVE TEN COPIES OF THIS TITLE "
                   "OUT - SEE THE DESK."
               MOVE "Y" TO ITEM-BLOCKED-WS
           END-IF.

      *    The write path is deliberately plain: book counter down,
      *    loan row written, both checked - and any file status that
      *    is not a clean 00 voids the item and sends the student to
           MOVE SELF-OPERATOR-WS TO CIRC-OPERATOR-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           MOVE "U" TO LCK-FUNC
           MOVE BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LOAN-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE 0 TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST
           DISPLAY "CHECKED OUT: " BOOKNAME-WS
           IF LOAN-COPY-NUM-WS > 0
               DISPLAY "  COPY " LOAN-COPY-NUM-WS
           END-IF
           DISPLAY "  DUE " DUE-MM-WS "/" DUE-DD-WS "/"
               DUE-YYYY-WS.

           MOVE DUE-DD-WS TO BDUE-DD-WS
           MOVE DUE-YYYY-WS TO BDUE-YYYY-WS
           MOVE 0 TO BDUE-TIME-WS
           MOVE ZEROS TO BCOPY-LIST-WS
           MOVE LOAN-COPY-NUM-WS TO BCOPY-NUM-WS(1)
           WRITE BBOOK FROM BBOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "L" TO PSM-FUNC
                   MOVE SELF-STUDENT-ID-WS TO PSM-STUDENT-ID
                   MOVE 1 TO PSM-DELTA
                   CALL "PatronSummary" USING PSM-REQUEST
           END-WRITE.

       BumpSelfLoan.
           ADD 1 TO BQUANTITY-WS
           MOVE LOAN-COPY-NUM-WS TO BCOPY-NUM-WS(BQUANTITY-WS)
           MOVE SELF-OPERATOR-WS TO BOPERATOR-WS
           PERFORM ComputeLoanDueDate
           MOVE DUE-MM-WS TO BDUE-MM-WS
                   MOVE POL-DUE-UNDERGRAD-WS TO DUE-WINDOW-WS
           END-EVALUATE.

      *    Loans out and fines owed come from the patron's running
      *    account summary rather than a walk of borrow.bin and
      *    fine.bin, the same figures the desk tests against.
       CountStudentBorrows.
           MOVE "R" TO PSM-FUNC
           MOVE SELF-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE PSM-OPEN-LOANS TO BORROW-COUNT-WS.

       TotalUnpaidFines.
           MOVE "R" TO PSM-FUNC
           MOVE SELF-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           MOVE 0 TO UNPAID-TOTAL-WS
           IF PSM-BALANCE > 0
               MOVE PSM-BALANCE TO UNPAID-TOTAL-WS
           END-IF
           MOVE "Q" TO PPQ-FUNC
           MOVE SELF-STUDENT-ID-WS TO PPQ-STUDENT-ID
           MOVE 0 TO PPQ-RUN-DATE
           CALL "PayPlanCheck" USING PPQ-REQUEST
           IF PPQ-PLAN-CURRENT
               IF PPQ-COVERED-OWED < UNPAID-TOTAL-WS
                   SUBTRACT PPQ-COVERED-OWED FROM UNPAID-TOTAL-WS
               ELSE
                   MOVE 0 TO UNPAID-TOTAL-WS
               END-IF
           END-IF.

       PrintSelfReceipt.
           OPEN EXTEND RECEIPTFILE
           CLOSE RECEIPTFILE.

      *    Same keyboard-wedge treatment BorrowBooks gives a scan: a
      *    short barcode right-justifies into the zero-padded id,
      *    and a label's check digit is proved before any lookup.
       NormalizeScannedBookId.
           MOVE "N" TO SCAN-REJECTED-WS
           MOVE "S" TO CKD-FUNC
           MOVE BOOK-ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-ID TO BOOK-ID-WS
           IF CKD-REJECTED
               MOVE "Y" TO SCAN-REJECTED-WS
               DISPLAY "THAT SCAN DID NOT READ CLEANLY - SCAN IT AGAIN "
                   "OR SEE THE DESK."
           END-IF.
