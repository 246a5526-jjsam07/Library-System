           05 BP-PAY-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 BP-PORTAL-REF PIC X(12).
       COPY importctl-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD PAYMENTRECORD.

       WORKING-STORAGE SECTION.
       COPY finerecord-ws.
       COPY pcredit-request.
       COPY payrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.
       COPY importreg-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 APPLIED-COUNT-WS PIC 9(5) VALUE 0.
       01 EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01 APPLIED-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 CREDITED-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 AMOUNT-LEFT-WS PIC 9(7)V99.
       01 PAY-GROSS-WS PIC 9(7)V99.
       01 THIS-SLICE-WS PIC 9(5)V99.
      *    settlement uses - a PAYMENT-RECORD per slice (method
      *    "BP"), the running FAMOUNT-PAID, and the fine closing
      *    only when fully covered. A line with no open fines to
      *    absorb it lands in bursarpayexceptions.txt for a person
      *    to look at - the import never guesses. Money left over
      *    once every open fine is settled is the student's, and is
      *    held as credit on account (source "BP") for the next
      *    charge or a refund.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT BURSARPAYFILE
           IF PAYIN-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO bursarpay.txt TO IMPORT."
           CLOSE PAYMENTRECORD
           CLOSE FINERECORD
           CLOSE BURSARPAYFILE
           PERFORM RecordImportLoaded
           DISPLAY " "
           DISPLAY APPLIED-COUNT-WS " PAYMENT(S) APPLIED, $"
               APPLIED-TOTAL-WS " TOTAL, $"
               CREDITED-TOTAL-WS " HELD AS CREDIT, "
               EXCEPTION-COUNT-WS " EXCEPTION(S) WRITTEN TO "
               "bursarpayexceptions.txt.".
           EXIT PROGRAM.
                   MOVE "Y" TO PAY-EOF-WS
                   EXIT PARAGRAPH
           END-READ
           IF IMH-IS-HEADER OR IMT-IS-TRAILER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-NUM-WS
           MOVE BP-AMOUNT TO PAY-GROSS-WS
           MOVE PAY-GROSS-WS TO AMOUNT-LEFT-WS
           ADD 1 TO APPLIED-COUNT-WS
           COMPUTE APPLIED-TOTAL-WS =
               APPLIED-TOTAL-WS + PAY-GROSS-WS - AMOUNT-LEFT-WS
           IF AMOUNT-LEFT-WS > 0
               PERFORM CreditLeftover
           END-IF
           IF AMOUNT-LEFT-WS > 0
               MOVE "OVERPAYMENT - BALANCE NOT APPLIED"
                   TO EXC-REASON
               PERFORM WriteOneException
           END-IF.

       CreditLeftover.
           MOVE "A" TO PCR-FUNC
           MOVE BP-STUDENT-ID TO PCR-STUDENT-ID
           MOVE ZEROS TO PCR-BOOK-ID
           MOVE AMOUNT-LEFT-WS TO PCR-AMOUNT
           MOVE "BP" TO PCR-SOURCE
           MOVE PORTAL-OPERATOR-WS TO PCR-OPERATOR
           MOVE BP-PORTAL-REF(1:2) TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           SUBTRACT PCR-DONE-AMOUNT FROM AMOUNT-LEFT-WS
           ADD PCR-DONE-AMOUNT TO CREDITED-TOTAL-WS
           IF PCR-DONE-AMOUNT > 0
               DISPLAY "  ROW " ROW-NUM-WS " $" PCR-DONE-AMOUNT
                   " HELD AS CREDIT ON ACCOUNT."
           END-IF.

       ApplyAcrossFines.
           MOVE "N" TO FINE-EOF-WS
           PERFORM UNTIL FINE-EOF-WS = "Y" OR AMOUNT-LEFT-WS = 0
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE FINE FOR STUDENT "
                       FSTUDENT-ID-WS
               NOT INVALID KEY PERFORM PostFineBalance
           END-REWRITE
           PERFORM WriteBursarPayment
           MOVE "FINEPAY" TO CIRC-EVENT-TYPE-WS
           MOVE AMOUNT-LEFT-WS TO EXC-AMOUNT
           WRITE EXCEPTION-LINE
           DISPLAY "  ROW " ROW-NUM-WS " EXCEPTION: " EXC-REASON.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "BURSARPY" TO IMP-FEED
           MOVE "bursarpay.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "bursarpay.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "BursarPayImport" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
