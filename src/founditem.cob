       COPY bookrecord-ws.
       COPY copyrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY payrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-RESTORED-WS PIC X VALUE "N".
       01 FINE-FOUND-WS PIC X VALUE "N".
       01 UNPAID-PART-WS PIC 9(5)V99.
       01 PRIOR-FPAID-WS PIC X(1).
       01 PAID-PART-WS PIC 9(5)V99.
       01 REFUND-DUE-WS PIC 9(5)V99.

               CALL "LogCircEvent" USING CIRC-EVENT-WS
               DISPLAY "REINSTATEMENT COMPLETE."
               IF REFUND-DUE-WS > 0
                   DISPLAY "$" REFUND-DUE-WS " HELD AS CREDIT ON "
                       "ACCOUNT - PAY OUT FROM REFUNDS IF ASKED."
               END-IF
           ELSE
               DISPLAY "NOTHING TO REINSTATE - NO RETIRED COPY OR "

      *    The replacement fine splits in two: the unpaid part is
      *    simply cancelled (the book is back), and the paid part
      *    goes back to the student. The cancellation is an "AD"
      *    adjustment row; the paid part is held as credit on
      *    account (source "FD") rather than counted out of the
      *    drawer on the spot, so it settles the student's next
      *    charge or is paid out through the refund screen with a
      *    receipt like any other credit.
       ReverseReplacementFine.
           MOVE "N" TO FINE-FOUND-WS
           MOVE 0 TO REFUND-DUE-WS
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           MOVE FAMOUNT-PAID-WS TO PAID-PART-WS
           MOVE PAID-PART-WS TO REFUND-DUE-WS
           MOVE FPAID-WS TO PRIOR-FPAID-WS
           MOVE FAMOUNT-PAID-WS TO FAMOUNT-DUE-WS
           MOVE "Y" TO FPAID-WS
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE FINE."
               NOT INVALID KEY PERFORM PostFineBalance
           END-REWRITE
           IF UNPAID-PART-WS > 0
               MOVE UNPAID-PART-WS TO PAY-AMOUNT
               MOVE "AD" TO PAY-METHOD
               MOVE "FD" TO PAY-REASON
               PERFORM WriteReversalRow
               IF PRIOR-FPAID-WS = "N"
                   PERFORM LogCancelledBalance
               END-IF
               DISPLAY "UNPAID BALANCE OF $" UNPAID-PART-WS
                   " CANCELLED."
           END-IF
           IF PAID-PART-WS > 0
               MOVE "A" TO PCR-FUNC
               MOVE FOUND-STUDENT-ID-WS TO PCR-STUDENT-ID
               MOVE FOUND-BOOK-ID-WS TO PCR-BOOK-ID
               MOVE PAID-PART-WS TO PCR-AMOUNT
               MOVE "FD" TO PCR-SOURCE
               MOVE ADMINNAME-LS TO PCR-OPERATOR
               MOVE SPACES TO PCR-REASON
               CALL "PatronCredit" USING PCR-REQUEST
               MOVE PCR-DONE-AMOUNT TO REFUND-DUE-WS
               IF PCR-DONE-AMOUNT = 0
                   MOVE PAID-PART-WS TO PAY-AMOUNT
                   MOVE "RF" TO PAY-METHOD
                   MOVE "FD" TO PAY-REASON
                   PERFORM WriteReversalRow
                   DISPLAY "UNABLE TO RECORD THE CREDIT - REFUND $"
                       PAID-PART-WS " FROM THE CASH DRAWER."
               END-IF
           END-IF.

       WriteReversalRow.
                       "THE RECONCILIATION REPORT."
           END-REWRITE
           DISPLAY "RESHELVE AT: " CALL-NUMBER-WS.

      *    The cancelled balance comes off the fines owed, so it is
      *    logged as a FINEDOWN of its own beside the FOUNDITM.
       LogCancelledBalance.
           MOVE "FINEDOWN" TO CIRC-EVENT-TYPE-WS
           MOVE FOUND-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FOUND-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE UNPAID-PART-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
