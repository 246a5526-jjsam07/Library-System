       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatronRefund.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL RECEIPTFILE ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD RECEIPTFILE.
       01 RECEIPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       COPY studentrecord-ws.
       COPY sysstatus-request.
       COPY pcredit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 RECEIPT-TEXT-WS PIC X(60).

       01 RF-STUDENT-ID-WS PIC 9(10).
       01 RF-ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 RF-AMOUNT-SCAN-WS PIC X(10) VALUE SPACES.
       01 RF-AMOUNT-WS PIC 9(5)V99 VALUE 0.
       01 RF-METHOD-WS PIC X(2).
           88 RF-METHOD-OK-WS VALUE "CA" "CK".
       01 RF-REASON-WS PIC X(2).
           88 RF-REASON-OK-WS VALUE "OP" "FD" "BP" "LV" "OT".
       01 RF-METHOD-TEXT-WS PIC X(6).
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

      *    Money held as credit on account (credit.bin) belongs to
      *    the student, and when they ask for it back this is where
      *    it is paid out - never by hand from the drawer. The
      *    balance is shown first, a refund may not exceed it, and
      *    the method (CA cash from the drawer, CK cheque sent by
      *    the business office) and a reason code are required.
      *    PatronCredit records the refund with the operator; a
      *    slip goes to receipts.txt for the student to sign.
      *    Reason codes: OP desk overpayment, FD found item charge
      *    reversed, BP bursar overpayment, LV student leaving,
      *    OT other (note in the day book).
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "Student record does not exist"
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "CREDIT REFUNDS - OPERATOR: " ADMINNAME-LS
               DISPLAY "ENTER STUDENT ID (0 TO RETURN): "
                   WITH NO ADVANCING
               MOVE SPACES TO RF-ID-SCAN-WS
               ACCEPT RF-ID-SCAN-WS
               IF RF-ID-SCAN-WS = SPACES
                   MOVE 0 TO RF-STUDENT-ID-WS
               ELSE
                   MOVE FUNCTION NUMVAL(RF-ID-SCAN-WS)
                       TO RF-STUDENT-ID-WS
               END-IF
               IF RF-STUDENT-ID-WS = 0
                   CLOSE STUDENTRECORD
                   EXIT PROGRAM
               END-IF
               PERFORM RefundOneStudent
           END-PERFORM.
           CLOSE STUDENTRECORD.
           EXIT PROGRAM.

       RefundOneStudent.
           MOVE RF-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND."
                   EXIT PARAGRAPH
           END-READ
           MOVE "B" TO PCR-FUNC
           MOVE RF-STUDENT-ID-WS TO PCR-STUDENT-ID
           CALL "PatronCredit" USING PCR-REQUEST
           DISPLAY STUDENTNAME-WS
           DISPLAY "CREDIT ON ACCOUNT: $" PCR-BALANCE
           IF PCR-BALANCE = 0
               DISPLAY "NOTHING TO REFUND."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT TO REFUND (BLANK TO SKIP): "
               WITH NO ADVANCING
           MOVE SPACES TO RF-AMOUNT-SCAN-WS
           ACCEPT RF-AMOUNT-SCAN-WS
           IF RF-AMOUNT-SCAN-WS = SPACES
               MOVE 0 TO RF-AMOUNT-WS
           ELSE
               MOVE FUNCTION NUMVAL(RF-AMOUNT-SCAN-WS) TO RF-AMOUNT-WS
           END-IF
           IF RF-AMOUNT-WS = 0
               DISPLAY "NO REFUND MADE."
               EXIT PARAGRAPH
           END-IF
           IF RF-AMOUNT-WS > PCR-BALANCE
               DISPLAY "REFUND MAY NOT EXCEED THE CREDIT ON "
                   "ACCOUNT. NO REFUND MADE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "METHOD - CA=CASH, CK=CHEQUE: " WITH NO ADVANCING
           MOVE SPACES TO RF-METHOD-WS
           ACCEPT RF-METHOD-WS
           IF NOT RF-METHOD-OK-WS
               DISPLAY "UNKNOWN METHOD. NO REFUND MADE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON CODE (OP/FD/BP/LV/OT) - REQUIRED: "
               WITH NO ADVANCING
           MOVE SPACES TO RF-REASON-WS
           ACCEPT RF-REASON-WS
           IF NOT RF-REASON-OK-WS
               DISPLAY "A VALID REASON CODE IS REQUIRED. NO "
                   "REFUND MADE."
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO PCR-FUNC
           MOVE RF-STUDENT-ID-WS TO PCR-STUDENT-ID
           MOVE ZEROS TO PCR-BOOK-ID
           MOVE RF-AMOUNT-WS TO PCR-AMOUNT
           MOVE RF-METHOD-WS TO PCR-SOURCE
           MOVE ADMINNAME-LS TO PCR-OPERATOR
           MOVE RF-REASON-WS TO PCR-REASON
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-DONE-AMOUNT = 0
               DISPLAY "THE CREDIT BALANCE CHANGED - NO REFUND "
                   "MADE. TRY AGAIN."
               EXIT PARAGRAPH
           END-IF
           IF RF-METHOD-WS = "CA"
               MOVE "CASH" TO RF-METHOD-TEXT-WS
               DISPLAY "PAY $" PCR-DONE-AMOUNT
                   " FROM THE CASH DRAWER."
           ELSE
               MOVE "CHEQUE" TO RF-METHOD-TEXT-WS
               DISPLAY "CHEQUE FOR $" PCR-DONE-AMOUNT
                   " TO BE SENT BY THE BUSINESS OFFICE."
           END-IF
           DISPLAY "CREDIT REMAINING: $" PCR-BALANCE
           PERFORM PrintRefundReceipt.

      *    Same slip layout as the checkout and return receipts,
      *    appended to receipts.txt, with a line for the student's
      *    signature since money is leaving the library.
       PrintRefundReceipt.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           OPEN EXTEND RECEIPTFILE
           MOVE "------------------------------------------"
               TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "LIBRARY CREDIT REFUND RECEIPT" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "DATE " TODAY-MM-WS "/" TODAY-DD-WS "/"
               TODAY-YYYY-WS " " NOW-HH-WS ":" NOW-MI-WS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE STUDENTNAME-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "STUDENT ID " RF-STUDENT-ID-WS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "REFUNDED: $" PCR-DONE-AMOUNT " BY "
               RF-METHOD-TEXT-WS DELIMITED BY SIZE
               INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "REASON: " RF-REASON-WS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "CREDIT REMAINING: $" PCR-BALANCE
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-TEXT-WS
           STRING "ISSUED BY: " ADMINNAME-LS
               DELIMITED BY SIZE INTO RECEIPT-TEXT-WS
           END-STRING
           MOVE RECEIPT-TEXT-WS TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "RECEIVED BY: ____________________________"
               TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "------------------------------------------"
               TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPTFILE.

      *    No credit is paid out while a batch or repair run holds
      *    the system status flag.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NO REFUND CAN BE PAID UNTIL THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
