           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CREDITFILE ASSIGN TO "credit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRD-REF-ID
           FILE STATUS IS CREDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD CREDITFILE.
       COPY creditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY payrecord-ws.
       COPY creditrecord-ws.
       COPY spool-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CREDIT-FILE-STATUS-WS PIC X(2).
           88 CREDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CREDIT-EOF-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
       01 OPER-IDX-WS PIC 9(2).
       01 OPER-SCAN-WS PIC 9(2).
       01 OPER-FOUND-WS PIC X VALUE "N".
       01 SLOT-OPERATOR-WS PIC X(20).
       01 GRAND-CASH-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-WAIVED-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-REFUND-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-CREDIT-IN-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-CHEQUE-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-SALES-CASH-WS PIC 9(7)V99 VALUE 0.
       01 GRAND-SALES-CARD-WS PIC 9(7)V99 VALUE 0.
       01 CREDIT-HELD-WS PIC S9(8)V99 VALUE 0.
       01 CREDIT-HELD-SHOW-WS PIC -(8)9.99.
       01 NET-DRAWER-WS PIC S9(8)V99 VALUE 0.
       01 NET-DRAWER-SHOW-WS PIC -(8)9.99.

      *    bounded in-memory table shape LibraryStatisticsReport uses
      *    for its tallies; twenty operators is far more desk staff
      *    than the counter has chairs.
      *    The credit ledger (credit.bin) feeds the same columns: a
      *    desk overpayment kept as credit was cash into the drawer,
      *    and a cash refund of credit came out of it. Cheque
      *    refunds never touch the till and are totalled apart. The
      *    credit still held for patrons, summed across every
      *    student, closes the report so the liability is seen
      *    every evening.
      *    Desk sales (DeskSales) are money in the same till: a cash
      *    sale counts as cash taken and is also shown on its own
      *    line, while a card sale went to the card terminal and is
      *    totalled apart so the terminal batch can be checked too.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT PAYMENTRECORD
               END-READ
           END-PERFORM
           CLOSE PAYMENTRECORD
           PERFORM TallyCreditLedger

           PERFORM ShowOperatorTotals
           COMPUTE NET-DRAWER-WS = GRAND-CASH-WS - GRAND-REFUND-WS
           MOVE NET-DRAWER-WS TO NET-DRAWER-SHOW-WS
           DISPLAY " "
           DISPLAY "TOTAL CASH TAKEN:   $" GRAND-CASH-WS
           DISPLAY "  OF WHICH SALES:   $" GRAND-SALES-CASH-WS
           DISPLAY "TOTAL WAIVED/ADJ:   $" GRAND-WAIVED-WS
           DISPLAY "TOTAL REFUNDED OUT: $" GRAND-REFUND-WS
           DISPLAY "NET DRAWER:         $" NET-DRAWER-SHOW-WS
           DISPLAY "OVERPAID TO CREDIT: $" GRAND-CREDIT-IN-WS
           DISPLAY "CHEQUE REFUNDS:     $" GRAND-CHEQUE-WS
           DISPLAY "CARD SALES:         $" GRAND-SALES-CARD-WS
           DISPLAY "CREDIT HELD FOR PATRONS: $" CREDIT-HELD-SHOW-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "OVERPAID TO CREDIT $" GRAND-CREDIT-IN-WS
               " CHEQUE REFUNDS $" GRAND-CHEQUE-WS
               " CREDIT HELD $" CREDIT-HELD-SHOW-WS
               DELIMITED BY SIZE
               INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "DESK SALES CASH $" GRAND-SALES-CASH-WS
               " CARD $" GRAND-SALES-CARD-WS
               DELIMITED BY SIZE
               INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "CASH $" GRAND-CASH-WS " WAIVED/ADJ $"
           IF PAY-YYYY-WS = TODAY-YYYY-WS AND
                   PAY-MM-WS = TODAY-MM-WS AND
                   PAY-DD-WS = TODAY-DD-WS
               MOVE PAY-OPERATOR-WS TO SLOT-OPERATOR-WS
               PERFORM FindOperatorSlot
               IF OPER-FOUND-WS = "Y"
                   EVALUATE TRUE
                           ADD PAY-AMOUNT-WS TO
                               OPER-REFUND-WS(OPER-IDX-WS)
                           ADD PAY-AMOUNT-WS TO GRAND-REFUND-WS
                       WHEN PAY-IS-SALE-CASH-WS
                           ADD PAY-AMOUNT-WS TO
                               OPER-CASH-WS(OPER-IDX-WS)
                           ADD PAY-AMOUNT-WS TO GRAND-CASH-WS
                           ADD PAY-AMOUNT-WS TO GRAND-SALES-CASH-WS
                       WHEN PAY-IS-SALE-CARD-WS
                           ADD PAY-AMOUNT-WS TO GRAND-SALES-CARD-WS
                       WHEN OTHER
                           ADD PAY-AMOUNT-WS TO
                               OPER-WAIVED-WS(OPER-IDX-WS)
               END-IF
           END-IF.

       TallyCreditLedger.
           OPEN INPUT CREDITFILE
           IF CREDIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CREDIT-EOF-WS = "Y"
               READ CREDITFILE INTO CREDIT-WS
                   AT END MOVE "Y" TO CREDIT-EOF-WS
                   NOT AT END PERFORM TallyOneCredit
               END-READ
           END-PERFORM
           CLOSE CREDITFILE
           MOVE CREDIT-HELD-WS TO CREDIT-HELD-SHOW-WS.

       TallyOneCredit.
           IF CRD-IS-CREDIT-WS
               ADD CRD-AMOUNT-WS TO CREDIT-HELD-WS
           ELSE
               SUBTRACT CRD-AMOUNT-WS FROM CREDIT-HELD-WS
           END-IF
           IF CRD-YYYY-WS NOT = TODAY-YYYY-WS OR
                   CRD-MM-WS NOT = TODAY-MM-WS OR
                   CRD-DD-WS NOT = TODAY-DD-WS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CRD-IS-CREDIT-WS AND CRD-FROM-OVERPAY-WS
                   MOVE CRD-OPERATOR-WS TO SLOT-OPERATOR-WS
                   PERFORM FindOperatorSlot
                   IF OPER-FOUND-WS = "Y"
                       ADD CRD-AMOUNT-WS TO OPER-CASH-WS(OPER-IDX-WS)
                       ADD 1 TO OPER-TENDER-COUNT-WS(OPER-IDX-WS)
                   END-IF
                   ADD CRD-AMOUNT-WS TO GRAND-CASH-WS
                   ADD CRD-AMOUNT-WS TO GRAND-CREDIT-IN-WS
               WHEN CRD-IS-REFUND-WS AND CRD-REFUND-CASH-WS
                   MOVE CRD-OPERATOR-WS TO SLOT-OPERATOR-WS
                   PERFORM FindOperatorSlot
                   IF OPER-FOUND-WS = "Y"
                       ADD CRD-AMOUNT-WS TO
                           OPER-REFUND-WS(OPER-IDX-WS)
                   END-IF
                   ADD CRD-AMOUNT-WS TO GRAND-REFUND-WS
               WHEN CRD-IS-REFUND-WS
                   ADD CRD-AMOUNT-WS TO GRAND-CHEQUE-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FindOperatorSlot.
           MOVE "N" TO OPER-FOUND-WS
           PERFORM VARYING OPER-SCAN-WS FROM 1 BY 1
                   UNTIL OPER-SCAN-WS > OPERATOR-COUNT-WS
                   OR OPER-FOUND-WS = "Y"
               IF OPER-NAME-WS(OPER-SCAN-WS) = SLOT-OPERATOR-WS
                   MOVE "Y" TO OPER-FOUND-WS
                   MOVE OPER-SCAN-WS TO OPER-IDX-WS
               END-IF
           IF OPER-FOUND-WS = "N" AND OPERATOR-COUNT-WS < 20
               ADD 1 TO OPERATOR-COUNT-WS
               MOVE OPERATOR-COUNT-WS TO OPER-IDX-WS
               MOVE SLOT-OPERATOR-WS TO OPER-NAME-WS(OPER-IDX-WS)
               MOVE 0 TO OPER-CASH-WS(OPER-IDX-WS)
               MOVE 0 TO OPER-WAIVED-WS(OPER-IDX-WS)
               MOVE 0 TO OPER-REFUND-WS(OPER-IDX-WS)
