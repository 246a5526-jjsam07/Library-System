       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeskSales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALEITEMFILE ASSIGN TO "saleitem.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIT-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS ITEM-FILE-STATUS-WS.

           SELECT OPTIONAL SALEFILE ASSIGN TO "sale.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALE-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS SALE-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS PAY-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL RECEIPTFILE ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SALEITEMFILE.
       COPY saleitemrecord-fs.
       FD SALEFILE.
       COPY salerecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD RECEIPTFILE.
       01 RECEIPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       COPY saleitemrecord-ws.
       COPY salerecord-ws.
       COPY studentrecord-ws.
       COPY circeventrecord-ws.
       COPY assignseq-request.
       COPY sysstatus-request.

       01 ITEM-FILE-STATUS-WS PIC X(2).
           88 ITEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SALE-FILE-STATUS-WS PIC X(2).
           88 SALE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PAY-FILE-STATUS-WS PIC X(2).
           88 PAY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 RECEIPT-TEXT-WS PIC X(60).

       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ITEM-CODE-SCAN-WS PIC X(6) VALUE SPACES.
       01 CART-DONE-WS PIC X VALUE "N".
       01 TENDER-WS PIC X VALUE SPACE.
           88 TENDER-OK-WS VALUE "C" "K".
       01 TENDER-TEXT-WS PIC X(4).
       01 SALE-STUDENT-WS PIC 9(10) VALUE 0.
       01 SALE-NAME-WS PIC X(30).
       01 SALE-TOTAL-WS PIC 9(5)V99 VALUE 0.
       01 CASH-GIVEN-WS PIC 9(5)V99 VALUE 0.
       01 CHANGE-DUE-WS PIC 9(5)V99 VALUE 0.
       01 WORK-QTY-WS PIC 9(3).
       01 WORK-PRICE-WS PIC 9(5)V99.
       01 SALE-NUMBER-GOT-WS PIC 9(10).

       01 CART-TABLE-WS.
           05 CART-COUNT-WS PIC 9(2) VALUE 0.
           05 CART-ENTRY-WS OCCURS 20 TIMES.
               10 CART-CODE-WS PIC X(6).
               10 CART-DESC-WS PIC X(30).
               10 CART-QTY-WS PIC 9(3).
               10 CART-PRICE-WS PIC 9(5)V99.
               10 CART-AMOUNT-WS PIC 9(5)V99.
       01 CART-IDX-WS PIC 9(2).

       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(4).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The desk till for money that is not a fine: photocopy
      *    and print cards, earbuds, used-book sale items and the
      *    like, rung up from the price list PriceListMaint keeps
      *    in saleitem.bin. A sale may name a patron or be a
      *    walk-in. Each sale takes the next "R" number from
      *    NextNumber and leaves one sale.bin row per line (what,
      *    how many, at what price, tender, operator), a single
      *    payment.bin row under its own sale method ("SC" cash,
      *    "SK" card) so the ledger and the GL see it beside the
      *    fine money, and a SALE circulation event for the
      *    end-of-day summary. The customer's slip goes to
      *    receipts.txt like every other desk receipt.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           OPEN INPUT SALEITEMFILE
           IF ITEM-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO PRICE LIST ON FILE - SET ONE UP FIRST."
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "DESK SALES - OPERATOR: " ADMINNAME-LS
               DISPLAY "PATRON ID (BLANK FOR WALK-IN, 0 TO RETURN): "
                   WITH NO ADVANCING
               MOVE SPACES TO ID-SCAN-WS
               ACCEPT ID-SCAN-WS
               IF ID-SCAN-WS = "0"
                   CLOSE SALEITEMFILE
                   EXIT PROGRAM
               END-IF
               PERFORM RingUpOneSale
           END-PERFORM.
           CLOSE SALEITEMFILE.
           EXIT PROGRAM.

       RingUpOneSale.
           MOVE 0 TO SALE-STUDENT-WS
           MOVE "WALK-IN CUSTOMER" TO SALE-NAME-WS
           IF ID-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO SALE-STUDENT-WS
               PERFORM ReadSalePatron
               IF SALE-STUDENT-WS = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO CART-COUNT-WS
           MOVE 0 TO SALE-TOTAL-WS
           MOVE "N" TO CART-DONE-WS
           PERFORM UNTIL CART-DONE-WS = "Y"
               DISPLAY "ITEM CODE (ENTER ALONE TO TOTAL): "
                   WITH NO ADVANCING
               MOVE SPACES TO ITEM-CODE-SCAN-WS
               ACCEPT ITEM-CODE-SCAN-WS
               IF ITEM-CODE-SCAN-WS = SPACES
                   MOVE "Y" TO CART-DONE-WS
               ELSE
                   PERFORM AddItemToCart
               END-IF
           END-PERFORM
           IF CART-COUNT-WS = 0
               DISPLAY "NOTHING RUNG UP. NO SALE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SALE TOTAL: $" SALE-TOTAL-WS
           DISPLAY "TENDER - C=CASH, K=CARD: " WITH NO ADVANCING
           MOVE SPACE TO TENDER-WS
           ACCEPT TENDER-WS
           MOVE FUNCTION UPPER-CASE(TENDER-WS) TO TENDER-WS
           IF NOT TENDER-OK-WS
               DISPLAY "UNKNOWN TENDER. SALE ABANDONED."
               EXIT PARAGRAPH
           END-IF
           IF TENDER-WS = "C"
               PERFORM TakeCash
               IF CASH-GIVEN-WS < SALE-TOTAL-WS
                   DISPLAY "NOT ENOUGH CASH. SALE ABANDONED."
                   EXIT PARAGRAPH
               END-IF
               MOVE "CASH" TO TENDER-TEXT-WS
           ELSE
               MOVE 0 TO CASH-GIVEN-WS
               MOVE 0 TO CHANGE-DUE-WS
               MOVE "CARD" TO TENDER-TEXT-WS
           END-IF
           MOVE "R" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK = "N"
               DISPLAY "UNABLE TO NUMBER THE SALE. NO SALE MADE."
               EXIT PARAGRAPH
           END-IF
           MOVE ASSIGN-NEXT-ID TO SALE-NUMBER-GOT-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           PERFORM WriteSaleLines
           PERFORM WriteSalePayment
           MOVE "SALE" TO CIRC-EVENT-TYPE-WS
           MOVE SALE-STUDENT-WS TO CIRC-STUDENT-ID-WS
           MOVE SALE-NUMBER-GOT-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE SALE-TOTAL-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           DISPLAY "SALE " SALE-NUMBER-GOT-WS " RECORDED."
           IF TENDER-WS = "C"
               DISPLAY "CHANGE DUE: $" CHANGE-DUE-WS
           END-IF
           PERFORM PrintSaleReceipt.

      *    A patron id that is not on the roster clears
      *    SALE-STUDENT-WS so the sale is not started.
       ReadSalePatron.
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO STUDENT RECORDS ON FILE."
               MOVE 0 TO SALE-STUDENT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SALE-STUDENT-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND."
                   MOVE 0 TO SALE-STUDENT-WS
               NOT INVALID KEY
                   MOVE STUDENTNAME-WS TO SALE-NAME-WS
                   DISPLAY STUDENTNAME-WS
           END-READ
           CLOSE STUDENTRECORD.

      *    Quantity defaults to one. An open-priced item (used
      *    books, donated stock) has its price keyed each time.
       AddItemToCart.
           IF CART-COUNT-WS >= 20
               DISPLAY "  TWENTY LINES IS THE MOST ON ONE SALE - "
                   "TOTAL THIS ONE AND START ANOTHER."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(ITEM-CODE-SCAN-WS) TO SIT-CODE
           READ SALEITEMFILE INTO SALE-ITEM-WS
               INVALID KEY
                   DISPLAY "  NO SUCH ITEM ON THE PRICE LIST."
                   EXIT PARAGRAPH
           END-READ
           IF NOT SALE-ITEM-IS-ACTIVE-WS
               DISPLAY "  " SIT-DESC-WS " IS WITHDRAWN FROM SALE."
               EXIT PARAGRAPH
           END-IF
           MOVE SIT-PRICE-WS TO WORK-PRICE-WS
           IF SALE-ITEM-IS-OPEN-PRICE-WS
               DISPLAY "  PRICE FOR " SIT-DESC-WS ": "
                   WITH NO ADVANCING
               MOVE SPACES TO ENTRY-SCAN-WS
               ACCEPT ENTRY-SCAN-WS
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO WORK-PRICE-WS
               IF WORK-PRICE-WS = 0
                   DISPLAY "  NO PRICE KEYED - LINE NOT ADDED."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "  QUANTITY [1]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 1 TO WORK-QTY-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO WORK-QTY-WS
           END-IF
           IF WORK-QTY-WS = 0
               DISPLAY "  QUANTITY ZERO - LINE NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CART-COUNT-WS
           MOVE CART-COUNT-WS TO CART-IDX-WS
           MOVE SIT-CODE-WS TO CART-CODE-WS(CART-IDX-WS)
           MOVE SIT-DESC-WS TO CART-DESC-WS(CART-IDX-WS)
           MOVE WORK-QTY-WS TO CART-QTY-WS(CART-IDX-WS)
           MOVE WORK-PRICE-WS TO CART-PRICE-WS(CART-IDX-WS)
           COMPUTE CART-AMOUNT-WS(CART-IDX-WS) =
               WORK-QTY-WS * WORK-PRICE-WS
           ADD CART-AMOUNT-WS(CART-IDX-WS) TO SALE-TOTAL-WS
           DISPLAY "  " CART-DESC-WS(CART-IDX-WS) " X"
               CART-QTY-WS(CART-IDX-WS) " $"
               CART-AMOUNT-WS(CART-IDX-WS)
               "   RUNNING TOTAL $" SALE-TOTAL-WS.

       TakeCash.
           DISPLAY "CASH TENDERED: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE SALE-TOTAL-WS TO CASH-GIVEN-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO CASH-GIVEN-WS
           END-IF
           MOVE 0 TO CHANGE-DUE-WS
           IF CASH-GIVEN-WS >= SALE-TOTAL-WS
               COMPUTE CHANGE-DUE-WS = CASH-GIVEN-WS - SALE-TOTAL-WS
           END-IF.

       WriteSaleLines.
           OPEN EXTEND SALEFILE
           IF SALE-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SALEFILE
               CLOSE SALEFILE
           ELSE
               CLOSE SALEFILE
           END-IF
           OPEN I-O SALEFILE
           PERFORM VARYING CART-IDX-WS FROM 1 BY 1
                   UNTIL CART-IDX-WS > CART-COUNT-WS
               MOVE SALE-NUMBER-GOT-WS TO SALE-NUMBER-WS
               MOVE CART-IDX-WS TO SALE-LINE-WS
               MOVE TODAY-DATE-WS TO SALE-DATE-WS
               MOVE NOW-TIME-WS TO SALE-TIME-WS
               MOVE CART-CODE-WS(CART-IDX-WS) TO SALE-ITEM-CODE-WS
               MOVE CART-QTY-WS(CART-IDX-WS) TO SALE-QTY-WS
               MOVE CART-PRICE-WS(CART-IDX-WS) TO SALE-UNIT-PRICE-WS
               MOVE CART-AMOUNT-WS(CART-IDX-WS) TO SALE-AMOUNT-WS
               MOVE TENDER-WS TO SALE-TENDER-WS
               MOVE ADMINNAME-LS TO SALE-OPERATOR-WS
               MOVE SALE-STUDENT-WS TO SALE-STUDENT-ID-WS
               WRITE SALE-RECORD FROM SALE-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE SALE LINE " CART-IDX-WS
               END-WRITE
           END-PERFORM
           CLOSE SALEFILE.

       WriteSalePayment.
           OPEN EXTEND PAYMENTRECORD
           IF PAY-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PAYMENTRECORD
               CLOSE PAYMENTRECORD
           ELSE
               CLOSE PAYMENTRECORD
           END-IF
           OPEN I-O PAYMENTRECORD
           MOVE SALE-STUDENT-WS TO PAY-STUDENT-ID
           MOVE SALE-NUMBER-GOT-WS TO PAY-BOOK-ID
           MOVE TODAY-DATE-WS TO PAY-DATE
           MOVE NOW-TIME-WS TO PAY-TIME
           MOVE SALE-TOTAL-WS TO PAY-AMOUNT
           IF TENDER-WS = "C"
               MOVE "SC" TO PAY-METHOD
           ELSE
               MOVE "SK" TO PAY-METHOD
           END-IF
           MOVE ADMINNAME-LS TO PAY-OPERATOR
           MOVE "SL" TO PAY-REASON
           WRITE PAYMENT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE PAYMENT RECORD."
           END-WRITE
           CLOSE PAYMENTRECORD.

      *    Same slip layout as the other desk receipts, one line per
      *    item, then the total and how it was paid.
       PrintSaleReceipt.
           OPEN EXTEND RECEIPTFILE
           MOVE "------------------------------------------"
               TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "LIBRARY SALES RECEIPT" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "DATE " TODAY-MM-WS "/" TODAY-DD-WS "/"
               TODAY-YYYY-WS " " NOW-HH-WS ":" NOW-MI-WS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "SALE NO. " SALE-NUMBER-GOT-WS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SALE-NAME-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           PERFORM VARYING CART-IDX-WS FROM 1 BY 1
                   UNTIL CART-IDX-WS > CART-COUNT-WS
               MOVE SPACES TO RECEIPT-TEXT-WS
               STRING CART-DESC-WS(CART-IDX-WS) " X"
                   CART-QTY-WS(CART-IDX-WS) " $"
                   CART-AMOUNT-WS(CART-IDX-WS)
                   DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
               END-STRING
               MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-PERFORM
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "TOTAL: $" SALE-TOTAL-WS " PAID BY "
               TENDER-TEXT-WS DELIMITED BY SIZE
               INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF TENDER-WS = "C"
               MOVE SPACES TO RECEIPT-TEXT-WS
               STRING "TENDERED: $" CASH-GIVEN-WS
                   "  CHANGE: $" CHANGE-DUE-WS
                   DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
               END-STRING
               MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "ISSUED BY: " ADMINNAME-LS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "------------------------------------------"
               TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPTFILE.

      *    No sale is rung up while a batch or repair run holds the
      *    system status flag - sale.bin, payment.bin and the
      *    receipt number all have to move together.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "THE TILL IS CLOSED UNTIL THE SYSTEM REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
