       IDENTIFICATION DIVISION.
       PROGRAM-ID. TextbookBilling.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXRENTALFILE ASSIGN TO "txrental.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXR-REF-ID
           ALTERNATE RECORD KEY IS TXR-TERM WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS RENTAL-FILE-STATUS-WS.

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

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FINE-FILE-STATUS-WS.

           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-REF-ID
           ALTERNATE RECORD KEY IS HSTUDENT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL POLINERECORD ASSIGN TO "poline.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-LINE-REF-ID
           ALTERNATE RECORD KEY IS POL-PO-NUMBER WITH DUPLICATES
           ALTERNATE RECORD KEY IS POL-BOOK-ID WITH DUPLICATES
           FILE STATUS IS POL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD TXRENTALFILE.
       COPY txrentalrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD POLINERECORD.
       COPY polinerecord-fs.

       WORKING-STORAGE SECTION.
       COPY txrentalrecord-ws.
       COPY borrowrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY circeventrecord-ws.
       COPY historyrecord-ws.
       COPY copyrecord-ws.
       COPY polinerecord-ws.
       COPY policyrecord-ws.
       COPY patronsum-request.
       COPY term-request.

       01 RENTAL-FILE-STATUS-WS PIC X(2).
           88 RENTAL-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 FILE-OP-OK-WS VALUE 00.
           88 RECORD-LOCKED-WS VALUE 99.
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HIST-FILE-STATUS-WS PIC X(2).
           88 HIST-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 POL-FILE-STATUS-WS PIC X(2).
           88 POL-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 CONFIRM-WS PIC X(1).
       01 TODAY-DATE-WS PIC 9(8).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 COST-SCAN-DONE-WS PIC X VALUE "N".
       01 COPY-MARKED-WS PIC X VALUE "N".
       01 REPLACEMENT-COST-WS PIC 9(5)V99 VALUE 25.00.
       01 RETRY-COUNT-WS PIC 9(1) VALUE 0.
       01 OP-PENDING-WS PIC X VALUE "N".
       01 TXN-FAILED-WS PIC X VALUE "N".
       01 WAIT-IDX-WS PIC 9(7) VALUE 0.
       01 LOAN-WAS-DELETED-WS PIC X VALUE "N".
       01 LOST-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 LOST-SLOT-WS PIC 9(2) VALUE 1.
       01 SLOT-IDX-WS PIC 9(2).
       01 RUN-COUNTS-WS.
           05 BILLED-COUNT-WS PIC 9(5).
           05 RETURNED-COUNT-WS PIC 9(5).
           05 IN-USE-COUNT-WS PIC 9(5).
           05 BILLED-TOTAL-WS PIC 9(7)V99.
       01 BILLED-TOTAL-OUT-WS PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Term-end billing of textbook rentals not brought back.
      *    Once the term has ended, every rental of the term still
      *    on loan is settled the way LostBook settles a lost book
      *    at the desk - the loan closed, the replacement cost billed
      *    as an FTYPE "R" charge, the copy marked lost and the loan
      *    archived flagged lost - and the rental row is marked "B"
      *    with the charge raised. A rental whose loan has already
      *    closed is marked "R" returned. A row the other desk has
      *    locked is left "I" for the next run.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "TEXTBOOK RENTAL TERM-END BILLING"
           DISPLAY "TERM CODE TO BILL: " WITH NO ADVANCING
           MOVE SPACES TO TERM-SCAN-WS
           ACCEPT TERM-SCAN-WS
           IF TERM-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION UPPER-CASE(TERM-SCAN-WS) TO TERM-SCAN-WS
           MOVE "N" TO TRQ-FUNC
           MOVE TERM-SCAN-WS TO TRQ-CODE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO SUCH TERM ON THE TERM MASTER."
               EXIT PROGRAM
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           IF TODAY-DATE-WS NOT > TRQ-END
               DISPLAY "TERM " TERM-SCAN-WS " RUNS TO " TRQ-END
                   " - RENTALS ARE NOT BILLED BEFORE IT ENDS."
               EXIT PROGRAM
           END-IF
           CALL "LoadPolicy" USING POLICY-WS
           DISPLAY "BILL EVERY " TERM-SCAN-WS " RENTAL STILL OUT AT "
               "REPLACEMENT COST (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NOTHING CHANGED."
               EXIT PROGRAM
           END-IF
           INITIALIZE RUN-COUNTS-WS
           OPEN I-O TXRENTALFILE
           IF RENTAL-FILE-ABSENT-ON-OPEN-WS
               CLOSE TXRENTALFILE
               DISPLAY "NO RENTALS ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN I-O BORROWRECORD
           PERFORM BillTermRentals
           CLOSE BORROWRECORD
           CLOSE TXRENTALFILE
           MOVE BILLED-TOTAL-WS TO BILLED-TOTAL-OUT-WS
           DISPLAY " "
           DISPLAY BILLED-COUNT-WS " RENTAL(S) BILLED FOR $"
               BILLED-TOTAL-OUT-WS ", " RETURNED-COUNT-WS
               " MARKED RETURNED."
           IF IN-USE-COUNT-WS > 0
               DISPLAY IN-USE-COUNT-WS " LOAN(S) IN USE AT THE OTHER "
                   "DESK - LEFT FOR THE NEXT RUN."
           END-IF.
           EXIT PROGRAM.

       BillTermRentals.
           MOVE TERM-SCAN-WS TO TXR-TERM
           START TXRENTALFILE KEY IS = TXR-TERM
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TXRENTALFILE NEXT INTO TX-RENTAL-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF TXR-TERM-WS NOT = TERM-SCAN-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF TXR-IS-ISSUED-WS
                               PERFORM SettleOneRental
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SettleOneRental.
           MOVE TXR-STUDENT-ID-WS TO BORROWER-ID
           MOVE TXR-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY
                   MOVE "R" TO TXR-STATUS-WS
                   MOVE TODAY-DATE-WS TO TXR-SETTLED-DATE-WS
                   PERFORM RewriteRentalRow
                   ADD 1 TO RETURNED-COUNT-WS
               NOT INVALID KEY PERFORM BillOneRental
           END-READ.

       BillOneRental.
           MOVE POL-REPLACEMENT-COST-WS TO REPLACEMENT-COST-WS
           PERFORM LookUpReplacementCost
           PERFORM IdentifyLostCopy
           PERFORM CloseLostLoan
           IF TXN-FAILED-WS = "Y"
               ADD 1 TO IN-USE-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM BillReplacementCost
           PERFORM LogLostEvents
           PERFORM ArchiveLostLoan
           PERFORM RetireOneCopy
           CALL "ClearNoticeHistory" USING BY CONTENT
               TXR-STUDENT-ID-WS TXR-BOOK-ID-WS
           MOVE "B" TO TXR-STATUS-WS
           MOVE TODAY-DATE-WS TO TXR-SETTLED-DATE-WS
           MOVE REPLACEMENT-COST-WS TO TXR-CHARGE-WS
           PERFORM RewriteRentalRow
           ADD 1 TO BILLED-COUNT-WS
           ADD REPLACEMENT-COST-WS TO BILLED-TOTAL-WS
           DISPLAY "STUDENT " TXR-STUDENT-ID-WS " BOOK "
               TXR-BOOK-ID-WS " BILLED $" REPLACEMENT-COST-WS.

       RewriteRentalRow.
           REWRITE TX-RENTAL-RECORD FROM TX-RENTAL-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE RENTAL FOR STUDENT "
                       TXR-STUDENT-ID-WS " BOOK " TXR-BOOK-ID-WS "."
           END-REWRITE.

      *    As at the desk, the price the vendor last charged for the
      *    title beats the flat policy default.
       LookUpReplacementCost.
           OPEN INPUT POLINERECORD
           IF POL-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE TXR-BOOK-ID-WS TO POL-BOOK-ID
           START POLINERECORD KEY IS = POL-BOOK-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM ScanForLatestCost
           END-START
           CLOSE POLINERECORD.

       ScanForLatestCost.
           MOVE "N" TO COST-SCAN-DONE-WS
           PERFORM UNTIL COST-SCAN-DONE-WS = "Y"
               READ POLINERECORD NEXT INTO PO-LINE-WS
                   AT END MOVE "Y" TO COST-SCAN-DONE-WS
                   NOT AT END
                       IF POL-BOOK-ID-WS NOT = TXR-BOOK-ID-WS
                           MOVE "Y" TO COST-SCAN-DONE-WS
                       ELSE
                           IF POL-UNIT-COST-WS > 0
                               MOVE POL-UNIT-COST-WS
                                   TO REPLACEMENT-COST-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The copy the rental row recorded is the one written off;
      *    failing a match on the ticket, the first slot.
       IdentifyLostCopy.
           MOVE 1 TO LOST-SLOT-WS
           IF BQUANTITY-WS > 1
               PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                       UNTIL SLOT-IDX-WS > 10
                       OR SLOT-IDX-WS > BQUANTITY-WS
                   IF BCOPY-NUM-WS(SLOT-IDX-WS) = TXR-COPY-NUM-WS
                       MOVE SLOT-IDX-WS TO LOST-SLOT-WS
                   END-IF
               END-PERFORM
           END-IF
           MOVE BCOPY-NUM-WS(LOST-SLOT-WS) TO LOST-COPY-NUM-WS.

       CloseLostLoan.
           MOVE "N" TO TXN-FAILED-WS
           IF BQUANTITY-WS > 1
               SUBTRACT 1 FROM BQUANTITY-WS
               PERFORM VARYING SLOT-IDX-WS FROM LOST-SLOT-WS BY 1
                       UNTIL SLOT-IDX-WS >= 10
                   MOVE BCOPY-NUM-WS(SLOT-IDX-WS + 1)
                       TO BCOPY-NUM-WS(SLOT-IDX-WS)
               END-PERFORM
               MOVE 0 TO BCOPY-NUM-WS(10)
               MOVE "N" TO LOAN-WAS-DELETED-WS
           ELSE
               MOVE "Y" TO LOAN-WAS-DELETED-WS
           END-IF
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               IF LOAN-WAS-DELETED-WS = "Y"
                   DELETE BORROWRECORD RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   REWRITE BBOOK FROM BBOOK-WS
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF FILE-OP-OK-WS
                   MOVE "N" TO OP-PENDING-WS
               ELSE
                   IF RECORD-LOCKED-WS AND RETRY-COUNT-WS < 3
                       ADD 1 TO RETRY-COUNT-WS
                       PERFORM WaitAMoment
                   ELSE
                       MOVE "N" TO OP-PENDING-WS
                       MOVE "Y" TO TXN-FAILED-WS
                   END-IF
               END-IF
           END-PERFORM
           IF TXN-FAILED-WS = "N" AND LOAN-WAS-DELETED-WS = "Y"
               MOVE "L" TO PSM-FUNC
               MOVE TXR-STUDENT-ID-WS TO PSM-STUDENT-ID
               MOVE -1 TO PSM-DELTA
               CALL "PatronSummary" USING PSM-REQUEST
           END-IF.

       WaitAMoment.
           PERFORM VARYING WAIT-IDX-WS FROM 1 BY 1
                   UNTIL WAIT-IDX-WS > 500000
               CONTINUE
           END-PERFORM.

       BillReplacementCost.
           OPEN EXTEND FINERECORD
           IF FINE-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT FINERECORD
               CLOSE FINERECORD
           ELSE
               CLOSE FINERECORD
           END-IF
           OPEN I-O FINERECORD
           MOVE TXR-STUDENT-ID-WS TO FSTUDENT-ID
           MOVE TXR-BOOK-ID-WS TO FBOOK-ID
           ACCEPT FASSESSED-DATE FROM DATE YYYYMMDD
           ACCEPT FASSESSED-TIME FROM TIME
           MOVE 0 TO FDAYS-OVERDUE
           MOVE REPLACEMENT-COST-WS TO FAMOUNT-DUE
           MOVE 0 TO FAMOUNT-PAID
           MOVE "N" TO FPAID
           MOVE "R" TO FTYPE
           PERFORM ApplyPatronCredit
           WRITE FINE-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE REPLACEMENT "
                   "CHARGE."
           END-WRITE
           CLOSE FINERECORD
           PERFORM PostFineBalance.

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
           END-IF.

       LogLostEvents.
           MOVE TXR-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE TXR-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE "LOST" TO CIRC-EVENT-TYPE-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE REPLACEMENT-COST-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       ArchiveLostLoan.
           OPEN EXTEND HISTORYRECORD
           IF HIST-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT HISTORYRECORD
               CLOSE HISTORYRECORD
           ELSE
               CLOSE HISTORYRECORD
           END-IF
           OPEN I-O HISTORYRECORD
           MOVE TXR-STUDENT-ID-WS TO HSTUDENT-ID
           MOVE TXR-BOOK-ID-WS TO HBOOK-ID
           ACCEPT HRETURNED-DATE FROM DATE YYYYMMDD
           ACCEPT HRETURNED-TIME FROM TIME
           MOVE BMM-WS TO HB-MM
           MOVE BDD-WS TO HB-DD
           MOVE BYYYY-WS TO HB-YYYY
           MOVE "L" TO HDISPOSITION
           WRITE HISTORY-RECORD
               INVALID KEY DISPLAY "UNABLE TO ARCHIVE LOST LOAN."
           END-WRITE
           CLOSE HISTORYRECORD.

       RetireOneCopy.
           MOVE "N" TO COPY-MARKED-WS
           OPEN I-O COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               IF LOST-COPY-NUM-WS > 0
                   PERFORM MarkRecordedCopyLost
               ELSE
                   MOVE TXR-BOOK-ID-WS TO CBOOK-ID
                   START COPYRECORD KEY IS = CBOOK-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM MarkFirstAvailableCopy
                   END-START
               END-IF
               CLOSE COPYRECORD
           END-IF.

       MarkRecordedCopyLost.
           MOVE TXR-BOOK-ID-WS TO CBOOK-ID
           MOVE LOST-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "L" TO CCONDITION-WS
                   REWRITE COPY-RECORD FROM COPY-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE COPY RECORD."
                   END-REWRITE
                   MOVE "Y" TO COPY-MARKED-WS
           END-READ.

       MarkFirstAvailableCopy.
           MOVE "N" TO COST-SCAN-DONE-WS
           PERFORM UNTIL COST-SCAN-DONE-WS = "Y" OR COPY-MARKED-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO COST-SCAN-DONE-WS
                   NOT AT END
                       IF CBOOK-ID-WS NOT = TXR-BOOK-ID-WS
                           MOVE "Y" TO COST-SCAN-DONE-WS
                       ELSE
                           IF CCOPY-IS-AVAILABLE-WS
                               MOVE "L" TO CCONDITION-WS
                               REWRITE COPY-RECORD FROM COPY-WS
                                   INVALID KEY
                                       DISPLAY "UNABLE TO REWRITE "
                                           "COPY RECORD."
                               END-REWRITE
                               MOVE "Y" TO COPY-MARKED-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE TXR-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
