           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY circeventrecord-ws.
       COPY historyrecord-ws.
       COPY copyrecord-ws.
       COPY polinerecord-ws.
       COPY policyrecord-ws.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 TXN-FAILED-WS PIC X VALUE "N".
       01 WAIT-IDX-WS PIC 9(7) VALUE 0.
       01 LOAN-WAS-DELETED-WS PIC X VALUE "N".
       01 COPY-SCAN-WS PIC X(3) VALUE SPACES.
       01 LOST-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 LOST-SLOT-WS PIC 9(2) VALUE 1.
       01 SLOT-IDX-WS PIC 9(2).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
           END-PERFORM.

       ConfirmAndDeclareLost.
           PERFORM IdentifyLostCopy
           DISPLAY "DECLARE BOOK " LOST-BOOK-ID-WS " LOST AND BILL "
               "REPLACEMENT OF $" REPLACEMENT-COST-WS " (Y/N)? "
               WITH NO ADVANCING
                       "CHANGED. TRY AGAIN."
               ELSE
                   PERFORM BillReplacementCost
                   PERFORM LogLostEvents
                   PERFORM ArchiveLostLoan
                   PERFORM RetireOneCopy
                   CALL "ClearNoticeHistory" USING BY CONTENT
               DISPLAY "NOTHING CHANGED."
           END-IF.

      *    The copy the loan recorded is the one written off; with
      *    several copies of the title on one ticket the operator
      *    says which, Enter taking the first.
       IdentifyLostCopy.
           MOVE 1 TO LOST-SLOT-WS
           IF BQUANTITY-WS > 1
               DISPLAY "COPIES OUT ON THIS TICKET:" WITH NO ADVANCING
               PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                       UNTIL SLOT-IDX-WS > 10
                       OR SLOT-IDX-WS > BQUANTITY-WS
                   DISPLAY " " BCOPY-NUM-WS(SLOT-IDX-WS)
                       WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
               DISPLAY "COPY NUMBER BEING DECLARED LOST ["
                   BCOPY-NUM-WS(1) "]: " WITH NO ADVANCING
               MOVE SPACES TO COPY-SCAN-WS
               ACCEPT COPY-SCAN-WS
               IF COPY-SCAN-WS NOT = SPACES
                   MOVE FUNCTION NUMVAL(COPY-SCAN-WS)
                       TO LOST-COPY-NUM-WS
                   PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                           UNTIL SLOT-IDX-WS > 10
                           OR SLOT-IDX-WS > BQUANTITY-WS
                       IF BCOPY-NUM-WS(SLOT-IDX-WS) = LOST-COPY-NUM-WS
                           MOVE SLOT-IDX-WS TO LOST-SLOT-WS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE BCOPY-NUM-WS(LOST-SLOT-WS) TO LOST-COPY-NUM-WS.

      *    Shared file: the close is retried through the other
      *    desk's lock a few times, and a close that cannot land
      *    abandons the whole declaration - the bill, the archive
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
                       MOVE "Y" TO TXN-FAILED-WS
                   END-IF
               END-IF
           END-PERFORM
           IF TXN-FAILED-WS = "N" AND LOAN-WAS-DELETED-WS = "Y"
               MOVE "L" TO PSM-FUNC
               MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
               MOVE -1 TO PSM-DELTA
               CALL "PatronSummary" USING PSM-REQUEST
           END-IF.

      *    A short pause between lock retries, the same counted
      *    do-nothing loop the counter uses.
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

      *    The activity log carries the loan closing as LOST and
      *    the replacement charge as an assessed fine, so the day's
      *    events still account for every loan and every dollar.
       LogLostEvents.
           MOVE STUDENT-ID-LS TO CIRC-STUDENT-ID-WS
           MOVE LOST-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE OPERATOR-NAME-LS TO CIRC-OPERATOR-WS
           MOVE "LOST" TO CIRC-EVENT-TYPE-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE REPLACEMENT-COST-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       ArchiveLostLoan.
           OPEN EXTEND HISTORYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               IF LOST-COPY-NUM-WS > 0
                   PERFORM MarkRecordedCopyLost
               ELSE
                   MOVE LOST-BOOK-ID-WS TO CBOOK-ID
                   START COPYRECORD KEY IS = CBOOK-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM MarkFirstAvailableCopy
                   END-START
               END-IF
               CLOSE COPYRECORD
           END-IF
           IF COPY-MARKED-WS = "N"
                   "LOST - CHECK copy.bin BY HAND."
           END-IF.

       MarkRecordedCopyLost.
           MOVE LOST-BOOK-ID-WS TO CBOOK-ID
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
                   DISPLAY "COPY " LOST-COPY-NUM-WS " MARKED LOST."
           END-READ.

       MarkFirstAvailableCopy.
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y" OR COPY-MARKED-WS = "Y"
                       END-IF
               END-READ
           END-PERFORM.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE STUDENT-ID-LS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
